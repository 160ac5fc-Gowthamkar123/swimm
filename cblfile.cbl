      *                        audit rows, so a restarted night's
      *                        extracts and GL lines carry the whole
      *                        night
      * 2026-10-15 DEV-TEAM    Charge-off support - the sweep leaves
      *                        charge-off pending (P) and charged-off
      *                        (O) accounts alone, and a payment on a
      *                        charged-off account posts as a RECOVERY
      *                        against CHARGED-OFF.DAT, with its own
      *                        LOAN-LOSS-RECOVERY GL line, instead of
      *                        as an ordinary payment
      * 2026-10-15 DEV-TEAM    Reversal transaction (R) - names the
      *                        AUDIT-KEY of a CHARGE or INTEREST
      *                        posting, posts the exact opposite
      *                        amount as a REVERSAL audit row pointing
      *                        back to it, backs it out of the
      *                        matching GL total, and refuses a second
      *                        reversal of the same posting; fee
      *                        waivers are capped per customer per
      *                        year from SYSTEM-PARMS.DAT
      * 2026-10-15 DEV-TEAM    Overdraft limit per customer (new L
      *                        transaction, reported on the change
      *                        feed) with a shop-wide DEFAULT-OD-
      *                        LIMIT in SYSTEM-PARMS.DAT; a withdrawal
      *                        past the limit is refused as NSF, drawn
      *                        an NSF fee from the N tiers of the fee
      *                        schedule (audited as NSF, own NSF-FEE-
      *                        INCOME GL line, waivable by reversal),
      *                        and listed on the new NSF-REPORT file
      * 2026-10-15 DEV-TEAM    Operator authority - every transaction
      *                        is checked against the new OPERATOR.DAT
      *                        (unknown or inactive operators refused,
      *                        P/E/W/J amounts held to the operator's
      *                        per-code dollar limit), amounts over
      *                        DUAL-CONTROL-AMOUNT need a second,
      *                        different approver on the transaction,
      *                        and the approver is carried onto the
      *                        audit record
      * 2026-10-15 DEV-TEAM    Refuse a status change (S) for a
      *                        charged-off account - it stays "O" so
      *                        its payments keep posting as recoveries
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHANGE-FEED-STATUS.

           SELECT NSF-REPORT-FILE ASSIGN TO WS-NSF-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NSF-REPORT-STATUS.

      * Shared across partitions the same way CUSTOMER-FILE is - each
      * partition reads and rewrites only its own disjoint CUSTOMER-ID
      * range of cycle records, so the file is not suffixed.
               SHARING WITH ALL OTHER
               FILE STATUS IS RUN-CONTROL-STATUS.

      * Shared across partitions the same way CYCLE-FILE is - each
      * partition touches only its own disjoint CUSTOMER-ID range of
      * charged-off records, so the file is not suffixed.
           SELECT CHARGED-OFF-FILE ASSIGN TO 'CHARGED-OFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CUSTOMER-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS CHARGED-OFF-STATUS.

           SELECT SYSTEM-PARMS-FILE ASSIGN TO 'SYSTEM-PARMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SYSTEM-PARMS-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.

      * The production audit trail, read-only. A partitioned run
      * writes its postings to its own AUDIT-<suffix>.DAT, but a
      * reversal can name a posting made on an earlier night that
      * PARTITION-MERGE has long since moved into AUDIT.DAT, so the
      * reversal lookups search both. Not opened on a full run, where
      * AUDIT-FILE already is AUDIT.DAT.
           SELECT PROD-AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-AUDIT-KEY
               FILE STATUS IS PROD-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * CUST-STATUS:    X - account status: A (or space, on records
      *                 written before the field existed) = active,
      *                 F = frozen, P = charge-off pending,
      *                 C = closed pending, O = charged off (set
      *                 only by the CHARGE-OFF job, never keyed)
      * CUST-OD-LIMIT-FLAG: Y = CUST-OD-LIMIT is the customer's own
      *                 overdraft limit; N (or space, on records
      *                 written before the field existed) = the
      *                 shop-wide DEFAULT-OD-LIMIT applies
      * CUST-OD-LIMIT:  9(7)V99 - how far below zero a withdrawal may
      *                 take CUST-BALANCE, as a positive amount
      ******************************************************************
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
               88 CUST-FROZEN          VALUE "F".
               88 CUST-CHARGEOFF-PEND  VALUE "P".
               88 CUST-CLOSED-PEND     VALUE "C".
               88 CUST-CHARGED-OFF     VALUE "O".
               88 CUST-STATUS-VALID    VALUES "A" "F" "P" "C" "O".
           05 CUST-OD-LIMIT-FLAG PIC X.
               88 CUST-OWN-OD-LIMIT    VALUE "Y".
           05 CUST-OD-LIMIT    PIC 9(7)V99.

      ******************************************************************
      * Report File Layout
      * FS-EFFECTIVE-DATE:               date this tier set takes effect
      * FS-LOW-BALANCE/FS-HIGH-BALANCE:  range the tier covers
      * FS-FEE-AMOUNT:                   charge applied within that range
      * FS-FEE-TYPE:                     S (or space) = monthly
      *                                  service-charge tier, loaded
      *                                  into WS-FEE-TABLE; N = NSF fee
      *                                  tier, loaded into WS-NSF-FEE-
      *                                  TABLE and keyed by the balance
      *                                  a refused withdrawal found.
      *                                  Both types share FS-EFFECTIVE-
      *                                  DATE, so one dated version
      *                                  carries both.
      ******************************************************************
       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FS-LOW-BALANCE    PIC S9(7)V99.
           05 FS-HIGH-BALANCE   PIC S9(7)V99.
           05 FS-FEE-AMOUNT     PIC S9(5)V99.
           05 FS-FEE-TYPE       PIC X.
               88 FS-SERVICE-FEE       VALUES "S" SPACE.
               88 FS-NSF-FEE           VALUE "N".

      ******************************************************************
      * Audit Trail Layout
      * transaction and, for a manual adjustment, why - spaces on the
      * sweep's own CHARGE/INTEREST records - so a disputed hand-fix
      * is provable instead of anonymous.
      * AUD-ORIG-RUN-DATE/AUD-ORIG-RUN-TIME/AUD-ORIG-TRANS-TYPE are set
      * only on a REVERSAL row - the AUDIT-KEY date and time (the
      * customer is the row's own) and the type of the posting it
      * reverses - so the pair can be tied together afterward; zeros
      * and spaces on every other row.
      * AUD-APPROVER-ID is the second operator who approved a keyed
      * transaction - required above the dual-control amount, spaces
      * when none was keyed and on the sweep's own rows.
      ******************************************************************
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-TRANS-TYPE        PIC X(10).
           05 AUD-OPERATOR-ID       PIC X(8).
           05 AUD-REASON-CODE       PIC X(10).
           05 AUD-ORIG-RUN-DATE     PIC 9(8).
           05 AUD-ORIG-RUN-TIME     PIC 9(8).
           05 AUD-ORIG-TRANS-TYPE   PIC X(10).
           05 AUD-APPROVER-ID       PIC X(8).

      ******************************************************************
      * Checkpoint Layout
      *             phone, D = delete (close) the account,
      *             P = payment received, E = deposit,
      *             W = withdrawal, J = manual adjustment,
      *             S = set account status (TRANS-NEW-STATUS),
      *             R = reverse the posting named by TRANS-ORIG-RUN-
      *                 DATE/TRANS-ORIG-RUN-TIME,
      *             L = set the customer's own overdraft limit
      * TRANS-CUST-BALANCE doubles as the monetary amount for the
      * P/E/W/J codes: P/E/W carry a positive amount (W is applied as
      * a debit), J carries the signed amount to apply as keyed. An R
      * carries no amount - the reversal is always the exact opposite
      * of the original posting. An L carries the new limit as a
      * positive amount (zero allows no overdraft at all).
      * TRANS-OPERATOR-ID/TRANS-REASON-CODE identify who keyed a
      * monetary transaction and why; the reason is required on a
      * J adjustment and an R reversal, which are otherwise
      * unprovable if disputed. The operator must be active on
      * OPERATOR.DAT for every code.
      * TRANS-APPROVER-ID is the second, different operator who
      * approved a P/E/W/J amount above the dual-control amount;
      * optional below it.
      ******************************************************************
       FD CUSTOMER-TRANS-FILE.
       01 CUSTOMER-TRANS-RECORD.
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
      * Interest Schedule Layout
      * downstream systems carry.
      * CHG-ACTION-CODE:   A = added, C = contact change, D = closed
      *                    (CHG-CLOSURE-DATE set, after-image blank),
      *                    S = status change, L = overdraft limit
      *                    change
      * CHG-OLD/NEW-OD-FLAG and -OD-LIMIT carry the customer's own
      * overdraft limit (flag N, limit zero = the shop default) on
      * every action, so the credit side sees a limit change the
      * same way CRM sees an address change.
      ******************************************************************
       FD CHANGE-FEED-FILE.
       01 CHANGE-FEED-RECORD.
               10 CHG-OLD-ADDRESS   PIC X(50).
               10 CHG-OLD-PHONE     PIC X(15).
               10 CHG-OLD-STATUS    PIC X.
               10 CHG-OLD-OD-FLAG   PIC X.
               10 CHG-OLD-OD-LIMIT  PIC 9(7)V99.
           05 CHG-AFTER-IMAGE.
               10 CHG-NEW-NAME      PIC X(30).
               10 CHG-NEW-ADDRESS   PIC X(50).
               10 CHG-NEW-PHONE     PIC X(15).
               10 CHG-NEW-STATUS    PIC X.
               10 CHG-NEW-OD-FLAG   PIC X.
               10 CHG-NEW-OD-LIMIT  PIC 9(7)V99.

      ******************************************************************
      * NSF Report Layout
      * CSV-style line (run date, CUSTOMER-ID, CUST-NAME, withdrawal
      * amount refused, CUST-BALANCE it found, overdraft limit in
      * force, NSF fee charged, operator) for every withdrawal
      * MAINTENANCE-PASS refused for non-sufficient funds, so the
      * branch can call the customer the next morning instead of
      * learning of the bounce from the customer.
      ******************************************************************
       FD NSF-REPORT-FILE.
       01 NSF-REPORT-RECORD        PIC X(100).

      ******************************************************************
      * Billing Cycle Layout
      *                        FORCE rerun of a business date, the
      *                        same protection CYC-LAST-FEE-DATE
      *                        gives the charge
      * CYC-WAIVER-YEAR/COUNT/TOTAL: fee waivers (reversals of a
      *                        CHARGE or NSF fee) granted the
      *                        customer in that business year, held
      *                        against the yearly cap in SYSTEM-
      *                        PARMS.DAT; the first waiver of a new
      *                        year starts them over
      ******************************************************************
       FD CYCLE-FILE.
       01 CYCLE-RECORD.
           05 CYC-LAST-FEE-DATE     PIC 9(8).
           05 CYC-ACCRUED-INTEREST  PIC S9(7)V99.
           05 CYC-LAST-ACCRUAL-DATE PIC 9(8).
           05 CYC-WAIVER-YEAR       PIC 9(4).
           05 CYC-WAIVER-COUNT      PIC 9(3).
           05 CYC-WAIVER-TOTAL      PIC S9(7)V99.

      ******************************************************************
      * Delinquency Layout
               88 RCTL-COMPLETE          VALUE "C".
               88 RCTL-MERGED            VALUE "M".

      ******************************************************************
      * Charged-Off Accounts Layout
      * One record per CUSTOMER-ID the CHARGE-OFF job has written off,
      * keyed by CUSTOMER-ID - see that job for how it is built. This
      * program only adds to CO-RECOVERED-AMOUNT when a payment on a
      * charged-off account posts as a RECOVERY, so net loss (written
      * off less recovered) is always current.
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
      * System Parameter Layout
      * One keyword/value record per shop-wide setting, loaded once by
      * LOAD-SYSTEM-PARMS, so a policy limit can be changed by the
      * business without a program change. A keyword the file does
      * not carry (or an absent file) keeps its WORKING-STORAGE
      * default; an unrecognised keyword is ignored.
      * PRM-KEYWORD:  WAIVER-MAX-COUNT  - fee waivers allowed per
      *                                   customer per business year
      *               WAIVER-MAX-AMOUNT - dollars of fees that may be
      *                                   waived per customer per year
      *               (zero on either means no cap on that measure)
      *               DEFAULT-OD-LIMIT  - overdraft limit for every
      *                                   customer without one of
      *                                   their own (zero = none)
      *               DUAL-CONTROL-AMOUNT - P/E/W/J amount above
      *                                   which a second approver
      *                                   is required (zero = never)
      * PRM-VALUE:    the setting, as an unsigned amount
      ******************************************************************
       FD SYSTEM-PARMS-FILE.
       01 SYSTEM-PARMS-RECORD.
           05 PRM-KEYWORD           PIC X(20).
           05 PRM-VALUE             PIC 9(9)V99.

      ******************************************************************
      * Production Audit Trail Layout - the same record as AUDIT-FILE,
      * read only by the reversal lookups of a partitioned run.
      ******************************************************************
       FD PROD-AUDIT-FILE.
       01 PROD-AUDIT-RECORD.
           05 PRD-AUDIT-KEY.
               10 PRD-CUSTOMER-ID   PIC 9(6).
               10 PRD-RUN-DATE      PIC 9(8).
               10 PRD-RUN-TIME      PIC 9(8).
           05 PRD-OLD-BALANCE       PIC S9(7)V99.
           05 PRD-NEW-BALANCE       PIC S9(7)V99.
           05 PRD-AMOUNT-APPLIED    PIC S9(7)V99.
           05 PRD-TRANS-TYPE        PIC X(10).
           05 PRD-OPERATOR-ID       PIC X(8).
           05 PRD-REASON-CODE       PIC X(10).
           05 PRD-ORIG-RUN-DATE     PIC 9(8).
           05 PRD-ORIG-RUN-TIME     PIC 9(8).
           05 PRD-ORIG-TRANS-TYPE   PIC X(10).
           05 PRD-APPROVER-ID       PIC X(8).

      ******************************************************************
      * Operator Authority Layout
      * One record per operator allowed to key CUSTOMER-TRANS.DAT,
      * maintained by security administration and loaded once into
      * WS-OPERATOR-TABLE by LOAD-OPERATOR-TABLE. An operator not on
      * the file - or on it but not active - may key nothing; an
      * absent file therefore refuses every transaction.
      * OPR-OPERATOR-ID:    the ID keyed in TRANS-OPERATOR-ID/TRANS-
      *                     APPROVER-ID
      * OPR-ACTIVE-FLAG:    Y = may key and approve; anything else =
      *                     suspended or left
      * OPR-xxx-LIMIT:      largest P/E/W/J amount the operator may
      *                     key or approve (a J is held to its amount
      *                     either side of zero); zero = none at all
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

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
           88 SUCCESS          VALUE "00".
           88 CHANGE-FEED-OK         VALUE "00".
           88 CHANGE-FEED-NOT-FOUND  VALUE "35".

       01 CHARGED-OFF-STATUS  PIC XX.
           88 CHARGED-OFF-OK         VALUE "00".
           88 CHARGED-OFF-NOT-FOUND  VALUE "35".

       01 SYSTEM-PARMS-STATUS PIC XX.
           88 SYSTEM-PARMS-OK        VALUE "00".
           88 SYSTEM-PARMS-EOF       VALUE "10".
           88 SYSTEM-PARMS-NOT-FOUND VALUE "35".

       01 PROD-AUDIT-STATUS   PIC XX.
           88 PROD-AUDIT-OK          VALUE "00".
           88 PROD-AUDIT-NOT-FOUND   VALUE "35".

       01 NSF-REPORT-STATUS   PIC XX.
           88 NSF-REPORT-OK          VALUE "00".
           88 NSF-REPORT-NOT-FOUND   VALUE "35".

       01 OPERATOR-STATUS     PIC XX.
           88 OPERATOR-OK            VALUE "00".
           88 OPERATOR-EOF           VALUE "10".
           88 OPERATOR-NOT-FOUND     VALUE "35".

      ******************************************************************
      * System parameters, defaulted here and overridden by LOAD-
      * SYSTEM-PARMS from SYSTEM-PARMS.DAT. Zero means no cap on the
      * waiver settings; a zero WS-DEFAULT-OD-LIMIT means a customer
      * without a limit of their own may not overdraw at all; a zero
      * WS-DUAL-CONTROL-AMOUNT turns second approval off.
      ******************************************************************
       01 WS-WAIVER-MAX-COUNT     PIC 9(3)     VALUE 4.
       01 WS-WAIVER-MAX-AMOUNT    PIC 9(7)V99  VALUE ZERO.
       01 WS-DEFAULT-OD-LIMIT     PIC 9(7)V99  VALUE ZERO.
       01 WS-DUAL-CONTROL-AMOUNT  PIC 9(7)V99  VALUE 10000.00.

      ******************************************************************
      * Operator authority table, loaded from OPERATOR.DAT by LOAD-
      * OPERATOR-TABLE. WS-OPR-LIMIT is subscripted 1-4 for P/E/W/J
      * (WS-AUTH-LIMIT-SUB). WS-AUTH-AMOUNT is the transaction amount
      * as a positive, the measure every limit is kept in.
      ******************************************************************
       01 WS-OPERATOR-TABLE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPERATOR-TABLE.
           05 WS-OPR-ENTRY OCCURS 500 TIMES INDEXED BY WS-OPR-IDX.
               10 WS-OPR-ID           PIC X(8).
               10 WS-OPR-ACTIVE-FLAG  PIC X.
               10 WS-OPR-LIMIT        PIC 9(7)V99 OCCURS 4 TIMES.
       01 WS-OPR-LOOKUP-ID        PIC X(8).
       01 WS-OPR-MATCH-IDX        PIC 9(4) VALUE ZERO.
       01 WS-AUTH-LIMIT-SUB       PIC 9.
       01 WS-AUTH-AMOUNT          PIC 9(7)V99.
       01 WS-AUTHORIZED-SWITCH    PIC X.
           88 WS-TRANS-AUTHORIZED     VALUE "Y".

      ******************************************************************
      * Overdraft/NSF work fields. WS-OD-LIMIT is the limit in force
      * for the customer being posted (their own or the default);
      * WS-NSF-FEE is the fee a refused withdrawal draws, always
      * applied as a debit; WS-NSF-WITHDRAWAL keeps the refused
      * amount for the NSF report line.
      ******************************************************************
       01 WS-OD-LIMIT             PIC 9(7)V99.
       01 WS-OD-PROJECTED-BALANCE PIC S9(9)V99.
       01 WS-NSF-FEE              PIC S9(5)V99.
       01 WS-NSF-WITHDRAWAL       PIC S9(7)V99.
       01 WS-NSF-LINE.
           05 WS-NL-RUN-DATE       PIC 9(8).
           05 FILLER               PIC X(1) VALUE ",".
           05 WS-NL-CUSTOMER-ID    PIC 9(6).
           05 FILLER               PIC X(1) VALUE ",".
           05 WS-NL-CUST-NAME      PIC X(30).
           05 FILLER               PIC X(1) VALUE ",".
           05 WS-NL-AMOUNT         PIC -(7)9.99.
           05 FILLER               PIC X(1) VALUE ",".
           05 WS-NL-BALANCE        PIC -(7)9.99.
           05 FILLER               PIC X(1) VALUE ",".
           05 WS-NL-LIMIT          PIC Z(6)9.99.
           05 FILLER               PIC X(1) VALUE ",".
           05 WS-NL-FEE            PIC -(5)9.99.
           05 FILLER               PIC X(1) VALUE ",".
           05 WS-NL-OPERATOR-ID    PIC X(8).

      ******************************************************************
      * Reversal work fields. WS-ORIG-RUN-DATE/TIME/TRANS-TYPE carry
      * the reversed posting's key and type onto the REVERSAL audit
      * row and are cleared straight after it is written, so no other
      * row inherits them. WS-WAIVER-AMOUNT is the reversed fee as a
      * positive, the measure the yearly waiver cap is kept in.
      ******************************************************************
       01 WS-ORIG-RUN-DATE        PIC 9(8)  VALUE ZERO.
       01 WS-ORIG-RUN-TIME        PIC 9(8)  VALUE ZERO.
       01 WS-ORIG-TRANS-TYPE      PIC X(10) VALUE SPACES.
       01 WS-ORIG-AMOUNT          PIC S9(7)V99.
       01 WS-WAIVER-AMOUNT        PIC S9(7)V99.
       01 WS-ORIG-FOUND-SWITCH    PIC X.
           88 WS-ORIG-FOUND           VALUE "Y".
       01 WS-PRIOR-REVERSAL-SWITCH PIC X.
           88 WS-PRIOR-REVERSAL       VALUE "Y".
       01 WS-REV-SCAN-EOF-SWITCH  PIC X.
           88 WS-REV-SCAN-EOF         VALUE "Y".
       01 WS-PROD-AUDIT-OPEN-SWITCH PIC X VALUE "N".
           88 WS-PROD-AUDIT-IS-OPEN   VALUE "Y".

      ******************************************************************
      * Recovery work fields - the part of a payment on a charged-off
      * account that still has written-off loss to recover, and any
      * excess beyond it, which posts to the balance as an ordinary
      * payment.
      ******************************************************************
       01 WS-RECOVERY-OUTSTANDING PIC S9(7)V99.
       01 WS-RECOVERY-AMOUNT      PIC S9(7)V99.
       01 WS-RECOVERY-EXCESS      PIC S9(7)V99.

       01 WS-PHONE-DIGIT-COUNT    PIC 9(4).
       01 WS-ADDR-ALPHA-COUNT     PIC 9(4).
       01 WS-ADDR-IDX             PIC 9(4).
           88 WS-DLQ-REC-FOUND        VALUE "Y".

      ******************************************************************
      * Change-feed staging - the before image of the contact fields
      * and overdraft limit, captured from the customer record as it
      * stood before the transaction touched it, and the action
      * code/closure date for the feed record being built. The after
      * image comes straight from CUSTOMER-RECORD at write time (blank
      * for a closure).
      ******************************************************************
       01 WS-CHG-ACTION           PIC X.
       01 WS-CHG-CLOSURE-DATE     PIC 9(8).
       01 WS-CHG-OLD-ADDRESS      PIC X(50).
       01 WS-CHG-OLD-PHONE        PIC X(15).
       01 WS-CHG-OLD-STATUS       PIC X.
       01 WS-CHG-OLD-OD-FLAG      PIC X.
       01 WS-CHG-OLD-OD-LIMIT     PIC 9(7)V99.

       01 WS-EXCEPTION-LINE.
           05 FILLER                PIC X(13) VALUE "CUSTOMER-ID: ".
           88 WS-CYCLE-REC-NEW     VALUE "Y".
       01 WS-CYCLE-CHANGED-SWITCH PIC X.
           88 WS-CYCLE-REC-CHANGED  VALUE "Y".
      * Operator/reason/approver carried onto the audit record being
      * written - set from the transaction for a monetary posting and
      * cleared back to spaces afterward, so the sweep's own CHARGE/
      * INTEREST records never inherit a stale operator.
       01 WS-OPERATOR-ID       PIC X(8)  VALUE SPACES.
       01 WS-REASON-CODE       PIC X(10) VALUE SPACES.
       01 WS-APPROVER-ID       PIC X(8)  VALUE SPACES.

       01 WS-CHECKPOINT-INTERVAL PIC 9(6) VALUE 1000.
       01 WS-LAST-CHECKPOINT-ID  PIC 9(6) VALUE ZERO.
      * each one owning a slice of CUSTOMER-ID and its own copy of
      * every file this program writes - CHECKPOINT-FILE, REPORT-FILE,
      * AUDIT-FILE, ERROR-LOG-FILE, EXCEPTION-FILE, COLLECTIONS-FILE,
      * GL-EXTRACT-FILE, TIER-REPORT-FILE, CLOSED-ACCOUNTS-FILE,
      * CHANGE-FEED-FILE, and NSF-REPORT-FILE -
      * so the copies never truncate, overwrite, or hold an exclusive
      * open against each other's output. The partition steps are
      * scheduled one after another unless the runtime's file-sharing
       01 WS-CLOSED-ACCTS-FILE-NAME PIC X(30)
               VALUE "CLOSED-ACCOUNTS.DAT".
       01 WS-CHANGE-FEED-FILE-NAME PIC X(30) VALUE "CHANGE-FEED.DAT".
       01 WS-NSF-REPORT-FILE-NAME  PIC X(30) VALUE "NSF-REPORT.DAT".
       01 WS-PARTITION-FIELD-WORK  PIC X(8).
       01 WS-PARTITION-BOUND       PIC 9(6).
       01 WS-BOUND-SPACE-COUNT     PIC 9(2) COMP.
           05 WS-GL-DEPOSIT-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05 WS-GL-WITHDRAWAL-TOTAL PIC S9(9)V99 VALUE ZERO.
           05 WS-GL-ADJUSTMENT-TOTAL PIC S9(9)V99 VALUE ZERO.
           05 WS-GL-RECOVERY-TOTAL PIC S9(9)V99 VALUE ZERO.
           05 WS-GL-NSF-TOTAL      PIC S9(9)V99 VALUE ZERO.

       01 WS-GL-EXTRACT-LINE.
           05 WS-GL-RUN-DATE       PIC 9(8).
               10 WS-FEE-HIGH     PIC S9(7)V99.
               10 WS-FEE-AMOUNT   PIC S9(5)V99.

      ******************************************************************
      * NSF fee table, loaded from the N rows of the same dated
      * FEE-SCHEDULE-FILE version as WS-FEE-TABLE. A refused
      * withdrawal whose balance falls in no NSF tier is charged
      * WS-DEFAULT-NSF-FEE, the same graceful fallback WS-DEFAULT-FEE
      * gives the service charge. The stats slots feed the tier
      * report alongside the service-charge tiers.
      ******************************************************************
       01 WS-DEFAULT-NSF-FEE      PIC S9(5)V99 VALUE 25.00.
       01 WS-NSF-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-NSF-FEE-TABLE.
           05 WS-NSF-ENTRY OCCURS 50 TIMES INDEXED BY WS-NSF-IDX.
               10 WS-NSF-LOW      PIC S9(7)V99.
               10 WS-NSF-HIGH     PIC S9(7)V99.
               10 WS-NSF-AMOUNT   PIC S9(5)V99.
       01 WS-NSF-MATCH-IDX        PIC 9(4) VALUE ZERO.
       01 WS-NSF-DEFAULT-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-NSF-DEFAULT-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-NSF-TIER-STATS.
           05 WS-NSF-TIER-STAT OCCURS 50 TIMES.
               10 WS-NSF-TIER-COUNT  PIC 9(6).
               10 WS-NSF-TIER-TOTAL  PIC S9(9)V99.

       01 WS-REPORT-DETAIL-LINE.
           05 FILLER                PIC X(4)  VALUE "CUST".
           05 WS-RD-ID               PIC 9(6).
      * The run-control check comes before every OPEN OUTPUT below,
      * ERROR-LOG-FILE included: a refused duplicate launch must walk
      * away leaving the completed run's ERROR.LOG and REPORT/
      * EXCEPTION/COLLECTIONS/GL-EXTRACT/TIER-REPORT/CHANGE-FEED/
      * NSF-REPORT files exactly as that run wrote them, not truncated
      * to empty for downstream jobs and data control before they
      * have consumed them. REGISTER-RUN-START therefore abends to the
      * console on a run-control I/O failure (RUN-CONTROL-ABEND)
      * rather than through HANDLE-FILE-ERROR, whose error log is not
      * open yet.
               PERFORM HANDLE-FILE-ERROR
           END-IF
           PERFORM OPEN-CHANGE-FEED-FILE
           PERFORM OPEN-NSF-REPORT-FILE
           PERFORM OPEN-CYCLE-FILE
           PERFORM OPEN-DELINQUENCY-FILE
           PERFORM OPEN-CHARGED-OFF-FILE
           PERFORM OPEN-PROD-AUDIT-FILE
           IF WS-MAINT-ALREADY-APPLIED
               PERFORM REBUILD-GL-TOTALS
           END-IF
           INITIALIZE WS-COUNTERS
           INITIALIZE WS-FEE-TIER-STATS WS-INT-TIER-STATS
               WS-NSF-TIER-STATS
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-INTEREST-SCHEDULE
           PERFORM LOAD-SYSTEM-PARMS
           PERFORM LOAD-OPERATOR-TABLE.

      ******************************************************************
      * OPEN-COLLECTIONS-FILE
               PERFORM HANDLE-FILE-ERROR
           END-IF.

      ******************************************************************
      * OPEN-NSF-REPORT-FILE
      * Same restart rule as OPEN-CHANGE-FEED-FILE: the NSF report is
      * written only by MAINTENANCE-PASS, which a restart skips, so a
      * restart opens it EXTEND to keep the night's refused
      * withdrawals in front of the branch.
      ******************************************************************
       OPEN-NSF-REPORT-FILE.
           IF WS-MAINT-ALREADY-APPLIED
               OPEN EXTEND NSF-REPORT-FILE
               IF NSF-REPORT-NOT-FOUND
                   OPEN OUTPUT NSF-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT NSF-REPORT-FILE
           END-IF
           IF NOT NSF-REPORT-OK
               MOVE "OPEN NSF-REPORT-FILE" TO WS-ERROR-CONTEXT
               MOVE NSF-REPORT-STATUS TO FILE-STATUS
               PERFORM HANDLE-FILE-ERROR
           END-IF.

      ******************************************************************
      * REBUILD-GL-TOTALS
      * On a restart or FORCE rerun the GL extract was truncated and
      * the in-storage totals start at zero, while the postings the
      * first launch made - the maintenance pass's monetary
      * transactions especially, which will not repeat - are already
      * on AUDIT-FILE. Re-derive all eight totals from this business
      * date's audit rows, so the GL lines written at CLEANUP carry
      * the whole night instead of silently understating posted
      * money; the resumed sweep's own postings then accumulate on
                   ADD AUD-AMOUNT-APPLIED TO WS-GL-WITHDRAWAL-TOTAL
               WHEN "ADJUSTMENT"
                   ADD AUD-AMOUNT-APPLIED TO WS-GL-ADJUSTMENT-TOTAL
               WHEN "RECOVERY"
                   ADD AUD-AMOUNT-APPLIED TO WS-GL-RECOVERY-TOTAL
               WHEN "NSF"
                   ADD AUD-AMOUNT-APPLIED TO WS-GL-NSF-TOTAL
               WHEN "REVERSAL"
                   EVALUATE AUD-ORIG-TRANS-TYPE
                       WHEN "CHARGE"
                           ADD AUD-AMOUNT-APPLIED TO WS-GL-FEE-TOTAL
                       WHEN "INTEREST"
                           ADD AUD-AMOUNT-APPLIED TO
                               WS-GL-INTEREST-TOTAL
                       WHEN "NSF"
                           ADD AUD-AMOUNT-APPLIED TO WS-GL-NSF-TOTAL
                   END-EVALUATE
           END-EVALUATE.

      ******************************************************************
               PERFORM HANDLE-FILE-ERROR
           END-IF.

      ******************************************************************
      * OPEN-CHARGED-OFF-FILE
      * Opens CHARGED-OFF-FILE I-O so recoveries can be posted against
      * the amounts the CHARGE-OFF job wrote off; OPEN OUTPUT only the
      * first time the file does not exist yet (nothing has ever been
      * charged off), the same NOT-FOUND idiom OPEN-AUDIT-FILE uses.
      ******************************************************************
       OPEN-CHARGED-OFF-FILE.
           OPEN I-O CHARGED-OFF-FILE
           IF CHARGED-OFF-NOT-FOUND
               OPEN OUTPUT CHARGED-OFF-FILE
               CLOSE CHARGED-OFF-FILE
               OPEN I-O CHARGED-OFF-FILE
           END-IF
           IF NOT CHARGED-OFF-OK
               MOVE "OPEN I-O CHARGED-OFF-FILE" TO WS-ERROR-CONTEXT
               MOVE CHARGED-OFF-STATUS TO FILE-STATUS
               PERFORM HANDLE-FILE-ERROR
           END-IF.

      ******************************************************************
      * OPEN-PROD-AUDIT-FILE
      * A partitioned run also opens the production AUDIT.DAT, read-
      * only, so a reversal can find a posting made before this
      * partition's own audit file held it. An absent AUDIT.DAT just
      * means there is nothing older to find. A full run never opens
      * it - its AUDIT-FILE is AUDIT.DAT.
      ******************************************************************
       OPEN-PROD-AUDIT-FILE.
           IF WS-RUN-PARTITION-ID NOT = "FULL"
               OPEN INPUT PROD-AUDIT-FILE
               IF PROD-AUDIT-OK
                   MOVE "Y" TO WS-PROD-AUDIT-OPEN-SWITCH
               ELSE
                   IF NOT PROD-AUDIT-NOT-FOUND
                       MOVE "OPEN INPUT PROD-AUDIT-FILE" TO
                           WS-ERROR-CONTEXT
                       MOVE PROD-AUDIT-STATUS TO FILE-STATUS
                       PERFORM HANDLE-FILE-ERROR
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-SYSTEM-PARMS
      * Reads SYSTEM-PARMS.DAT over the WORKING-STORAGE defaults. The
      * file is optional - absent, every setting keeps its default.
      ******************************************************************
       LOAD-SYSTEM-PARMS.
           OPEN INPUT SYSTEM-PARMS-FILE
           IF SYSTEM-PARMS-OK
               PERFORM UNTIL SYSTEM-PARMS-EOF
                   READ SYSTEM-PARMS-FILE
                       AT END SET SYSTEM-PARMS-EOF TO TRUE
                       NOT AT END
                           EVALUATE PRM-KEYWORD
                               WHEN "WAIVER-MAX-COUNT"
                                   MOVE PRM-VALUE TO WS-WAIVER-MAX-COUNT
                               WHEN "WAIVER-MAX-AMOUNT"
                                   MOVE PRM-VALUE TO
                                       WS-WAIVER-MAX-AMOUNT
                               WHEN "DEFAULT-OD-LIMIT"
                                   MOVE PRM-VALUE TO
                                       WS-DEFAULT-OD-LIMIT
                               WHEN "DUAL-CONTROL-AMOUNT"
                                   MOVE PRM-VALUE TO
                                       WS-DUAL-CONTROL-AMOUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SYSTEM-PARMS-FILE
           ELSE
               IF NOT SYSTEM-PARMS-NOT-FOUND
                   MOVE "OPEN INPUT SYSTEM-PARMS-FILE" TO
                       WS-ERROR-CONTEXT
                   MOVE SYSTEM-PARMS-STATUS TO FILE-STATUS
                   PERFORM HANDLE-FILE-ERROR
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-OPERATOR-TABLE
      * Loads OPERATOR.DAT into WS-OPERATOR-TABLE. An absent file
      * leaves the table empty, so AUTHORIZE-TRANSACTION refuses
      * every keyed transaction - the authority check fails closed,
      * never open.
      ******************************************************************
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-OK
               PERFORM UNTIL OPERATOR-EOF
                   READ OPERATOR-FILE
                       AT END SET OPERATOR-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OPERATOR-TABLE-COUNT
                           IF WS-OPERATOR-TABLE-COUNT > 500
                               MOVE "OPERATOR TABLE OVERFLOW" TO
                                   WS-ERROR-CONTEXT
                               MOVE "99" TO FILE-STATUS
                               PERFORM HANDLE-FILE-ERROR
                           END-IF
                           SET WS-OPR-IDX TO WS-OPERATOR-TABLE-COUNT
                           MOVE OPR-OPERATOR-ID TO
                               WS-OPR-ID (WS-OPR-IDX)
                           MOVE OPR-ACTIVE-FLAG TO
                               WS-OPR-ACTIVE-FLAG (WS-OPR-IDX)
                           MOVE OPR-PAYMENT-LIMIT TO
                               WS-OPR-LIMIT (WS-OPR-IDX, 1)
                           MOVE OPR-DEPOSIT-LIMIT TO
                               WS-OPR-LIMIT (WS-OPR-IDX, 2)
                           MOVE OPR-WITHDRAWAL-LIMIT TO
                               WS-OPR-LIMIT (WS-OPR-IDX, 3)
                           MOVE OPR-ADJUSTMENT-LIMIT TO
                               WS-OPR-LIMIT (WS-OPR-IDX, 4)
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               IF NOT OPERATOR-NOT-FOUND
                   MOVE "OPEN INPUT OPERATOR-FILE" TO WS-ERROR-CONTEXT
                   MOVE OPERATOR-STATUS TO FILE-STATUS
                   PERFORM HANDLE-FILE-ERROR
               END-IF
           END-IF.

      ******************************************************************
      * PARSE-PARTITION-PARM
      * Splits the COMMAND-LINE into its partition, business-date,
                       ".DAT" DELIMITED BY SIZE
                   INTO WS-CHANGE-FEED-FILE-NAME
               END-STRING
               STRING "NSF-REPORT-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PARTITION-SUFFIX)
                           DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                   INTO WS-NSF-REPORT-FILE-NAME
               END-STRING
           END-IF.

      ******************************************************************
                           IF TRANS-CUSTOMER-ID >= WS-PARTITION-LOW-ID
                               AND TRANS-CUSTOMER-ID
                                   <= WS-PARTITION-HIGH-ID
                               PERFORM AUTHORIZE-TRANSACTION
                               IF WS-TRANS-AUTHORIZED
                                   PERFORM APPLY-TRANSACTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * AUTHORIZE-TRANSACTION
      * Checks who keyed the transaction before anything is applied:
      * the operator must be on OPERATOR.DAT and active, whatever the
      * code, and a P/E/W/J amount must fall within the operator's
      * limit for that code and, above WS-DUAL-CONTROL-AMOUNT, carry
      * a second approver. A refusal is logged to ERROR-LOG-FILE like
      * any other bad transaction. A non-numeric amount is left to
      * POST-MONETARY-AMOUNT's own edit.
      ******************************************************************
       AUTHORIZE-TRANSACTION.
           MOVE "N" TO WS-AUTHORIZED-SWITCH
           MOVE TRANS-OPERATOR-ID TO WS-OPR-LOOKUP-ID
           PERFORM FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPR-MATCH-IDX = ZERO
                   MOVE "OPERATOR - NOT ON FILE" TO WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
               WHEN WS-OPR-ACTIVE-FLAG (WS-OPR-MATCH-IDX) NOT = "Y"
                   MOVE "OPERATOR - NOT ACTIVE" TO WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
               WHEN TRANS-MONETARY AND TRANS-CUST-BALANCE NUMERIC
                   PERFORM AUTHORIZE-MONETARY-AMOUNT
               WHEN OTHER
                   MOVE "Y" TO WS-AUTHORIZED-SWITCH
           END-EVALUATE.

      ******************************************************************
      * AUTHORIZE-MONETARY-AMOUNT
      * Holds a P/E/W/J amount to the keying operator's limit for the
      * code and, above the dual-control amount, requires an approver
      * who is a different operator, active, and holds a limit of
      * their own that covers the amount.
      ******************************************************************
       AUTHORIZE-MONETARY-AMOUNT.
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
                   MOVE "OPERATOR - OVER DOLLAR LIMIT" TO
                       WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
               WHEN WS-DUAL-CONTROL-AMOUNT = ZERO OR
                       WS-AUTH-AMOUNT NOT > WS-DUAL-CONTROL-AMOUNT
                   MOVE "Y" TO WS-AUTHORIZED-SWITCH
               WHEN TRANS-APPROVER-ID = SPACES OR
                       TRANS-APPROVER-ID = TRANS-OPERATOR-ID
                   MOVE "APPROVAL - SECOND ID REQUIRED" TO
                       WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
               WHEN OTHER
                   MOVE TRANS-APPROVER-ID TO WS-OPR-LOOKUP-ID
                   PERFORM FIND-OPERATOR
                   EVALUATE TRUE
                       WHEN WS-OPR-MATCH-IDX = ZERO
                           MOVE "APPROVER - NOT ON FILE" TO
                               WS-ERROR-CONTEXT
                           PERFORM LOG-TRANSACTION-ERROR
                       WHEN WS-OPR-ACTIVE-FLAG (WS-OPR-MATCH-IDX)
                               NOT = "Y"
                           MOVE "APPROVER - NOT ACTIVE" TO
                               WS-ERROR-CONTEXT
                           PERFORM LOG-TRANSACTION-ERROR
                       WHEN WS-AUTH-AMOUNT > WS-OPR-LIMIT
                               (WS-OPR-MATCH-IDX, WS-AUTH-LIMIT-SUB)
                           MOVE "APPROVER - OVER DOLLAR LIMIT" TO
                               WS-ERROR-CONTEXT
                           PERFORM LOG-TRANSACTION-ERROR
                       WHEN OTHER
                           MOVE "Y" TO WS-AUTHORIZED-SWITCH
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
      * APPLY-TRANSACTION
      * Applies one maintenance transaction to CUSTOMER-FILE. Rejected
                   MOVE TRANS-CUST-PHONE TO CUST-PHONE
                   MOVE TRANS-CUST-BALANCE TO CUST-BALANCE
                   MOVE "A" TO CUST-STATUS
                   MOVE "N" TO CUST-OD-LIMIT-FLAG
                   MOVE ZERO TO CUST-OD-LIMIT
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           MOVE "ADD - DUPLICATE CUSTOMER-ID" TO
                           MOVE SPACES TO WS-CHG-OLD-ADDRESS
                           MOVE SPACES TO WS-CHG-OLD-PHONE
                           MOVE SPACES TO WS-CHG-OLD-STATUS
                           MOVE SPACES TO WS-CHG-OLD-OD-FLAG
                           MOVE ZERO TO WS-CHG-OLD-OD-LIMIT
                           MOVE "A" TO WS-CHG-ACTION
                           MOVE ZERO TO WS-CHG-CLOSURE-DATE
                           PERFORM WRITE-CHANGE-FEED-RECORD
                   PERFORM APPLY-MONETARY-TRANSACTION
               WHEN TRANS-SET-STATUS
                   PERFORM APPLY-STATUS-CHANGE
               WHEN TRANS-REVERSAL
                   PERFORM APPLY-REVERSAL
               WHEN TRANS-SET-OD-LIMIT
                   PERFORM APPLY-OD-LIMIT-CHANGE
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION CODE" TO WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
      * account in dispute can be frozen (or marked charge-off/closed
      * pending) without the TRANS-DELETE that would archive it and
      * lose the live relationship. An unknown status value is
      * rejected to ERROR-LOG-FILE like any other bad transaction, and
      * so is any status change for a charged-off account - moving it
      * off "O" would post its payments as ordinary payments against
      * the written-off balance instead of as recoveries, and put it
      * back in the sweep.
      ******************************************************************
       APPLY-STATUS-CHANGE.
           IF NOT TRANS-STATUS-VALID
                               WS-ERROR-CONTEXT
                           PERFORM HANDLE-FILE-ERROR
                       END-IF
                       IF CUST-CHARGED-OFF
                           MOVE "STATUS - ACCOUNT CHARGED OFF" TO
                               WS-ERROR-CONTEXT
                           PERFORM LOG-TRANSACTION-ERROR
                       ELSE
                           PERFORM CAPTURE-CHANGE-BEFORE-IMAGE
                           MOVE TRANS-NEW-STATUS TO CUST-STATUS
                           REWRITE CUSTOMER-RECORD
                           IF NOT SUCCESS
                               MOVE "REWRITE CUST-REC FOR STATUS" TO
                                   WS-ERROR-CONTEXT
                               PERFORM HANDLE-FILE-ERROR
                           END-IF
                           MOVE "S" TO WS-CHG-ACTION
                           MOVE ZERO TO WS-CHG-CLOSURE-DATE
                           PERFORM WRITE-CHANGE-FEED-RECORD
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * APPLY-OD-LIMIT-CHANGE
      * Gives the customer an overdraft limit of their own from the
      * L transaction's amount, replacing the shop-wide default for
      * that customer, and reports the change on the change feed the
      * same way a contact change is. A negative or non-numeric limit
      * is rejected to ERROR-LOG-FILE like any other bad transaction.
      ******************************************************************
       APPLY-OD-LIMIT-CHANGE.
           IF TRANS-CUST-BALANCE NOT NUMERIC OR
                   TRANS-CUST-BALANCE < ZERO
               MOVE "OD LIMIT - INVALID AMOUNT" TO WS-ERROR-CONTEXT
               PERFORM LOG-TRANSACTION-ERROR
           ELSE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "OD LIMIT - CUST-ID NOT FOUND" TO
                           WS-ERROR-CONTEXT
                       PERFORM LOG-TRANSACTION-ERROR
                   NOT INVALID KEY
                       IF NOT SUCCESS
                           MOVE "READ CUST-FILE FOR OD LIMIT" TO
                               WS-ERROR-CONTEXT
                           PERFORM HANDLE-FILE-ERROR
                       END-IF
                       PERFORM CAPTURE-CHANGE-BEFORE-IMAGE
                       MOVE "Y" TO CUST-OD-LIMIT-FLAG
                       MOVE TRANS-CUST-BALANCE TO CUST-OD-LIMIT
                       REWRITE CUSTOMER-RECORD
                       IF NOT SUCCESS
                           MOVE "REWRITE CUST-REC FOR OD LIMIT" TO
                               WS-ERROR-CONTEXT
                           PERFORM HANDLE-FILE-ERROR
                       END-IF
                       MOVE "L" TO WS-CHG-ACTION
                       MOVE ZERO TO WS-CHG-CLOSURE-DATE
                       PERFORM WRITE-CHANGE-FEED-RECORD
               END-READ
      * not an I/O failure. The operator and reason ride along onto the
      * audit record and are cleared afterward so the sweep's own
      * entries stay blank.
      * A payment on a charged-off account does not touch the balance
      * the write-off zeroed - it goes to POST-RECOVERY instead. A
      * withdrawal goes through POST-WITHDRAWAL's overdraft-limit
      * check before it can post.
      ******************************************************************
       POST-MONETARY-AMOUNT.
           IF NOT TRANS-ADJUSTMENT AND
                       WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
               ELSE
                   MOVE TRANS-OPERATOR-ID TO WS-OPERATOR-ID
                   MOVE TRANS-REASON-CODE TO WS-REASON-CODE
                   MOVE TRANS-APPROVER-ID TO WS-APPROVER-ID
                   EVALUATE TRUE
                       WHEN TRANS-PAYMENT AND CUST-CHARGED-OFF
                           PERFORM POST-RECOVERY
                       WHEN TRANS-PAYMENT
                           MOVE TRANS-CUST-BALANCE TO WS-AMOUNT-APPLIED
                           MOVE "PAYMENT" TO WS-TRANS-TYPE
                           PERFORM POST-BALANCE-MOVEMENT
                       WHEN TRANS-DEPOSIT
                           MOVE TRANS-CUST-BALANCE TO WS-AMOUNT-APPLIED
                           MOVE "DEPOSIT" TO WS-TRANS-TYPE
                           PERFORM POST-BALANCE-MOVEMENT
                       WHEN TRANS-WITHDRAWAL
                           PERFORM POST-WITHDRAWAL
                       WHEN TRANS-ADJUSTMENT
                           MOVE TRANS-CUST-BALANCE TO WS-AMOUNT-APPLIED
                           MOVE "ADJUSTMENT" TO WS-TRANS-TYPE
                           PERFORM POST-BALANCE-MOVEMENT
                   END-EVALUATE
                   MOVE SPACES TO WS-OPERATOR-ID
                   MOVE SPACES TO WS-REASON-CODE
                   MOVE SPACES TO WS-APPROVER-ID
               END-IF
           END-IF.

      ******************************************************************
      * POST-WITHDRAWAL
      * Posts a withdrawal only when the balance it leaves stays
      * within the customer's overdraft limit - their own when
      * CUST-OWN-OD-LIMIT, otherwise the shop-wide WS-DEFAULT-OD-
      * LIMIT. One that would go past it is refused for non-
      * sufficient funds through REJECT-NSF-WITHDRAWAL and never
      * touches the balance.
      ******************************************************************
       POST-WITHDRAWAL.
           IF CUST-OWN-OD-LIMIT
               MOVE CUST-OD-LIMIT TO WS-OD-LIMIT
           ELSE
               MOVE WS-DEFAULT-OD-LIMIT TO WS-OD-LIMIT
           END-IF
           COMPUTE WS-OD-PROJECTED-BALANCE =
               CUST-BALANCE - TRANS-CUST-BALANCE
           IF WS-OD-PROJECTED-BALANCE + WS-OD-LIMIT < ZERO
               PERFORM REJECT-NSF-WITHDRAWAL
           ELSE
               COMPUTE WS-AMOUNT-APPLIED = ZERO - TRANS-CUST-BALANCE
               MOVE "WITHDRAWAL" TO WS-TRANS-TYPE
               PERFORM POST-BALANCE-MOVEMENT
           END-IF.

      ******************************************************************
      * REJECT-NSF-WITHDRAWAL
      * Refuses the withdrawal to ERROR-LOG-FILE, charges the NSF fee
      * for the balance it found as an NSF audit row (which carries
      * it to the NSF-FEE-INCOME GL line), and lists it on the NSF
      * report for the branch. A frozen, charge-off pending, or
      * charged-off account is refused but not charged - the sweep
      * charges those accounts nothing, and an NSF fee is no
      * different.
      ******************************************************************
       REJECT-NSF-WITHDRAWAL.
           MOVE "WITHDRAWAL - NSF OVER OD LIMIT" TO WS-ERROR-CONTEXT
           PERFORM LOG-TRANSACTION-ERROR
           MOVE TRANS-CUST-BALANCE TO WS-NSF-WITHDRAWAL
           MOVE CUST-BALANCE TO WS-NL-BALANCE
           MOVE ZERO TO WS-NSF-FEE
           IF NOT CUST-FROZEN AND NOT CUST-CHARGEOFF-PEND AND
                   NOT CUST-CHARGED-OFF
               PERFORM DETERMINE-NSF-FEE
               IF WS-NSF-FEE > ZERO
                   COMPUTE WS-AMOUNT-APPLIED = ZERO - WS-NSF-FEE
                   MOVE "NSF" TO WS-TRANS-TYPE
                   PERFORM POST-BALANCE-MOVEMENT
               END-IF
           END-IF
           PERFORM WRITE-NSF-REPORT-LINE.

      ******************************************************************
      * WRITE-NSF-REPORT-LINE
      * Writes the refused withdrawal's line to NSF-REPORT-FILE.
      ******************************************************************
       WRITE-NSF-REPORT-LINE.
           MOVE WS-RUN-DATE TO WS-NL-RUN-DATE
           MOVE CUSTOMER-ID TO WS-NL-CUSTOMER-ID
           MOVE CUST-NAME TO WS-NL-CUST-NAME
           MOVE WS-NSF-WITHDRAWAL TO WS-NL-AMOUNT
           MOVE WS-OD-LIMIT TO WS-NL-LIMIT
           MOVE WS-NSF-FEE TO WS-NL-FEE
           MOVE WS-OPERATOR-ID TO WS-NL-OPERATOR-ID
           WRITE NSF-REPORT-RECORD FROM WS-NSF-LINE
           IF NOT NSF-REPORT-OK
               MOVE "WRITE NSF-REPORT-RECORD" TO WS-ERROR-CONTEXT
               MOVE NSF-REPORT-STATUS TO FILE-STATUS
               PERFORM HANDLE-FILE-ERROR
           END-IF.

      ******************************************************************
      * POST-BALANCE-MOVEMENT
      * Applies WS-AMOUNT-APPLIED to the balance and audits it as
      * WS-TRANS-TYPE - the common tail of every monetary posting
      * that moves CUST-BALANCE.
      ******************************************************************
       POST-BALANCE-MOVEMENT.
           MOVE CUST-BALANCE TO WS-BALANCE-BEFORE
           ADD WS-AMOUNT-APPLIED TO CUST-BALANCE
           PERFORM REWRITE-CUSTOMER-RECORD
           PERFORM WRITE-AUDIT-RECORD.

      ******************************************************************
      * POST-RECOVERY
      * Posts a payment on a charged-off account against the loss the
      * CHARGE-OFF job wrote off. The recovered part is audited as a
      * RECOVERY that leaves CUST-BALANCE where the write-off put it
      * (old and new balance equal - the money settles written-off
      * debt, not the live balance) and is added to CO-RECOVERED-
      * AMOUNT and the LOAN-LOSS-RECOVERY GL total. Only what is still
      * outstanding on the write-off can be recovered; any excess
      * beyond it is a genuine credit to the customer and posts to the
      * balance as an ordinary PAYMENT. A charged-off account with no
      * CHARGED-OFF.DAT record cannot be recovered against honestly,
      * so the payment is rejected to ERROR-LOG-FILE for a person to
      * sort out.
      ******************************************************************
       POST-RECOVERY.
           MOVE CUSTOMER-ID TO CO-CUSTOMER-ID
           READ CHARGED-OFF-FILE
               INVALID KEY
                   MOVE "RECOVERY - NO CHARGE-OFF RECORD" TO
                       WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
               NOT INVALID KEY
                   IF NOT CHARGED-OFF-OK
                       MOVE "READ CHARGED-OFF-FILE" TO WS-ERROR-CONTEXT
                       MOVE CHARGED-OFF-STATUS TO FILE-STATUS
                       PERFORM HANDLE-FILE-ERROR
                   END-IF
                   COMPUTE WS-RECOVERY-OUTSTANDING =
                       CO-WRITTEN-OFF-AMOUNT - CO-RECOVERED-AMOUNT
                   IF WS-RECOVERY-OUTSTANDING < ZERO
                       MOVE ZERO TO WS-RECOVERY-OUTSTANDING
                   END-IF
                   IF TRANS-CUST-BALANCE > WS-RECOVERY-OUTSTANDING
                       MOVE WS-RECOVERY-OUTSTANDING TO
                           WS-RECOVERY-AMOUNT
                   ELSE
                       MOVE TRANS-CUST-BALANCE TO WS-RECOVERY-AMOUNT
                   END-IF
                   COMPUTE WS-RECOVERY-EXCESS =
                       TRANS-CUST-BALANCE - WS-RECOVERY-AMOUNT
                   IF WS-RECOVERY-AMOUNT > ZERO
                       ADD WS-RECOVERY-AMOUNT TO CO-RECOVERED-AMOUNT
                       MOVE WS-RUN-DATE TO CO-LAST-RECOVERY-DATE
                       REWRITE CHARGED-OFF-RECORD
                       IF NOT CHARGED-OFF-OK
                           MOVE "REWRITE CHARGED-OFF-RECORD" TO
                               WS-ERROR-CONTEXT
                           MOVE CHARGED-OFF-STATUS TO FILE-STATUS
                           PERFORM HANDLE-FILE-ERROR
                       END-IF
                       MOVE CUST-BALANCE TO WS-BALANCE-BEFORE
                       MOVE WS-RECOVERY-AMOUNT TO WS-AMOUNT-APPLIED
                       MOVE "RECOVERY" TO WS-TRANS-TYPE
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
                   IF WS-RECOVERY-EXCESS > ZERO
                       MOVE WS-RECOVERY-EXCESS TO WS-AMOUNT-APPLIED
                       MOVE "PAYMENT" TO WS-TRANS-TYPE
                       PERFORM POST-BALANCE-MOVEMENT
                   END-IF
           END-READ.

      ******************************************************************
      * APPLY-REVERSAL
      * Reverses the CHARGE, NSF, or INTEREST posting whose AUDIT-KEY
      * the R transaction names (TRANS-CUSTOMER-ID + TRANS-ORIG-RUN-
      * DATE + TRANS-ORIG-RUN-TIME), instead of a free-keyed J
      * adjustment with no link back to what it corrects. A reversal
      * with no reason code is rejected before anything is read, the
      * same rule a J adjustment is held to.
      ******************************************************************
       APPLY-REVERSAL.
           IF TRANS-REASON-CODE = SPACES
               MOVE "REVERSAL - REASON MISSING" TO WS-ERROR-CONTEXT
               PERFORM LOG-TRANSACTION-ERROR
           ELSE
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "REVERSAL - CUST-ID NOT FOUND" TO
                           WS-ERROR-CONTEXT
                       PERFORM LOG-TRANSACTION-ERROR
                   NOT INVALID KEY
                       IF NOT SUCCESS
                           MOVE "READ CUST-FILE FOR REVERSAL" TO
                               WS-ERROR-CONTEXT
                           PERFORM HANDLE-FILE-ERROR
                       END-IF
                       PERFORM POST-REVERSAL
               END-READ
           END-IF.

      ******************************************************************
      * POST-REVERSAL
      * Edits the reversal against the customer record just read and
      * the original posting, then posts it. Rejected to ERROR-LOG-
      * FILE: a charged-off account (its balance was written off - a
      * reversal would hand back money already lost), an original
      * that is not on the audit trail, one that is not a CHARGE,
      * NSF, or INTEREST posting, and one already reversed - a second
      * reversal of the same posting would pay the customer twice.
      * The reversed posting's key and type are cleared afterward
      * whatever the outcome.
      ******************************************************************
       POST-REVERSAL.
           PERFORM FIND-ORIGINAL-POSTING
           EVALUATE TRUE
               WHEN CUST-CHARGED-OFF
                   MOVE "REVERSAL - ACCOUNT CHARGED OFF" TO
                       WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
               WHEN NOT WS-ORIG-FOUND
                   MOVE "REVERSAL - ORIGINAL NOT FOUND" TO
                       WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
               WHEN WS-ORIG-TRANS-TYPE NOT = "CHARGE" AND
                       WS-ORIG-TRANS-TYPE NOT = "NSF" AND
                       WS-ORIG-TRANS-TYPE NOT = "INTEREST"
                   MOVE "REVERSAL - TYPE NOT REVERSIBLE" TO
                       WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
               WHEN OTHER
                   PERFORM FIND-PRIOR-REVERSAL
                   IF WS-PRIOR-REVERSAL
                       MOVE "REVERSAL - ALREADY REVERSED" TO
                           WS-ERROR-CONTEXT
                       PERFORM LOG-TRANSACTION-ERROR
                   ELSE
                       PERFORM POST-REVERSAL-AMOUNT
                   END-IF
           END-EVALUATE
           MOVE ZERO TO WS-ORIG-RUN-DATE
           MOVE ZERO TO WS-ORIG-RUN-TIME
           MOVE SPACES TO WS-ORIG-TRANS-TYPE.

      ******************************************************************
      * POST-REVERSAL-AMOUNT
      * Reversing a CHARGE or an NSF fee waives a fee, so it is first
      * held against the customer's yearly waiver cap (count and
      * dollars, from SYSTEM-PARMS.DAT) on the cycle record; a waiver
      * past either cap is rejected for someone with authority to
      * look at, rather than posted quietly. The first waiver of a
      * new business year starts the count over. Reversing INTEREST
      * is a correction, not a waiver, and is not capped.
      ******************************************************************
       POST-REVERSAL-AMOUNT.
           IF WS-ORIG-TRANS-TYPE = "CHARGE" OR
                   WS-ORIG-TRANS-TYPE = "NSF"
               PERFORM READ-CYCLE-RECORD
               IF CYC-WAIVER-YEAR NOT = WS-RUN-YEAR
                   MOVE WS-RUN-YEAR TO CYC-WAIVER-YEAR
                   MOVE ZERO TO CYC-WAIVER-COUNT
                   MOVE ZERO TO CYC-WAIVER-TOTAL
               END-IF
               IF WS-ORIG-AMOUNT < ZERO
                   COMPUTE WS-WAIVER-AMOUNT = ZERO - WS-ORIG-AMOUNT
               ELSE
                   MOVE WS-ORIG-AMOUNT TO WS-WAIVER-AMOUNT
               END-IF
               IF (WS-WAIVER-MAX-COUNT > ZERO AND
                       CYC-WAIVER-COUNT >= WS-WAIVER-MAX-COUNT) OR
                  (WS-WAIVER-MAX-AMOUNT > ZERO AND
                       CYC-WAIVER-TOTAL + WS-WAIVER-AMOUNT >
                       WS-WAIVER-MAX-AMOUNT)
                   MOVE "REVERSAL - WAIVER CAP REACHED" TO
                       WS-ERROR-CONTEXT
                   PERFORM LOG-TRANSACTION-ERROR
               ELSE
                   PERFORM POST-REVERSAL-MOVEMENT
                   ADD 1 TO CYC-WAIVER-COUNT
                   ADD WS-WAIVER-AMOUNT TO CYC-WAIVER-TOTAL
                   PERFORM SAVE-CYCLE-RECORD
               END-IF
           ELSE
               PERFORM POST-REVERSAL-MOVEMENT
           END-IF.

      ******************************************************************
      * POST-REVERSAL-MOVEMENT
      * Posts the exact opposite of the original amount as a REVERSAL
      * through POST-BALANCE-MOVEMENT, carrying the original's key and
      * type onto the audit row - which is also what routes the
      * amount back out of the original's GL total.
      ******************************************************************
       POST-REVERSAL-MOVEMENT.
           MOVE TRANS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE TRANS-REASON-CODE TO WS-REASON-CODE
           MOVE TRANS-APPROVER-ID TO WS-APPROVER-ID
           MOVE TRANS-ORIG-RUN-DATE TO WS-ORIG-RUN-DATE
           MOVE TRANS-ORIG-RUN-TIME TO WS-ORIG-RUN-TIME
           COMPUTE WS-AMOUNT-APPLIED = ZERO - WS-ORIG-AMOUNT
           MOVE "REVERSAL" TO WS-TRANS-TYPE
           PERFORM POST-BALANCE-MOVEMENT
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-APPROVER-ID.

      ******************************************************************
      * FIND-ORIGINAL-POSTING
      * Reads the posting the reversal names by its AUDIT-KEY, from
      * this run's AUDIT-FILE first and then, on a partitioned run,
      * from the production AUDIT.DAT, keeping its amount and type.
      * A posting already moved to an AUDIT-ARCH-YYYY.DAT archive is
      * past reversing and is reported not found.
      ******************************************************************
       FIND-ORIGINAL-POSTING.
           MOVE "N" TO WS-ORIG-FOUND-SWITCH
           MOVE ZERO TO WS-ORIG-AMOUNT
           MOVE SPACES TO WS-ORIG-TRANS-TYPE
           MOVE TRANS-CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE TRANS-ORIG-RUN-DATE TO AUD-RUN-DATE
           MOVE TRANS-ORIG-RUN-TIME TO AUD-RUN-TIME
           READ AUDIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AUDIT-OK
                       MOVE "READ AUDIT-FILE FOR REVERSAL" TO
                           WS-ERROR-CONTEXT
                       MOVE AUDIT-STATUS TO FILE-STATUS
                       PERFORM HANDLE-FILE-ERROR
                   END-IF
                   MOVE "Y" TO WS-ORIG-FOUND-SWITCH
                   MOVE AUD-AMOUNT-APPLIED TO WS-ORIG-AMOUNT
                   MOVE AUD-TRANS-TYPE TO WS-ORIG-TRANS-TYPE
           END-READ
           IF NOT WS-ORIG-FOUND AND WS-PROD-AUDIT-IS-OPEN
               MOVE TRANS-CUSTOMER-ID TO PRD-CUSTOMER-ID
               MOVE TRANS-ORIG-RUN-DATE TO PRD-RUN-DATE
               MOVE TRANS-ORIG-RUN-TIME TO PRD-RUN-TIME
               READ PROD-AUDIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PROD-AUDIT-OK
                           MOVE "READ PROD-AUDIT-FILE" TO
                               WS-ERROR-CONTEXT
                           MOVE PROD-AUDIT-STATUS TO FILE-STATUS
                           PERFORM HANDLE-FILE-ERROR
                       END-IF
                       MOVE "Y" TO WS-ORIG-FOUND-SWITCH
                       MOVE PRD-AMOUNT-APPLIED TO WS-ORIG-AMOUNT
                       MOVE PRD-TRANS-TYPE TO WS-ORIG-TRANS-TYPE
               END-READ
           END-IF.

      ******************************************************************
      * FIND-PRIOR-REVERSAL
      * A reversal always posts after its original, so any earlier
      * reversal of the same posting sits among the customer's audit
      * rows keyed after the original. Scans them - in this run's
      * AUDIT-FILE, then on a partitioned run the production AUDIT.DAT
      * - for a REVERSAL row pointing back at the same key. A
      * reversal applied earlier in this same batch is already on
      * AUDIT-FILE, so a duplicate R in one night is caught too.
      ******************************************************************
       FIND-PRIOR-REVERSAL.
           MOVE "N" TO WS-PRIOR-REVERSAL-SWITCH
           MOVE "N" TO WS-REV-SCAN-EOF-SWITCH
           MOVE TRANS-CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE TRANS-ORIG-RUN-DATE TO AUD-RUN-DATE
           MOVE TRANS-ORIG-RUN-TIME TO AUD-RUN-TIME
           START AUDIT-FILE KEY IS GREATER THAN AUDIT-KEY
               INVALID KEY MOVE "Y" TO WS-REV-SCAN-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-REV-SCAN-EOF
               READ AUDIT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-REV-SCAN-EOF-SWITCH
                   NOT AT END
                       IF AUD-CUSTOMER-ID NOT = TRANS-CUSTOMER-ID
                           MOVE "Y" TO WS-REV-SCAN-EOF-SWITCH
                       ELSE
                           IF AUD-TRANS-TYPE = "REVERSAL" AND
                              AUD-ORIG-RUN-DATE = TRANS-ORIG-RUN-DATE
                              AND
                              AUD-ORIG-RUN-TIME = TRANS-ORIG-RUN-TIME
                               MOVE "Y" TO WS-PRIOR-REVERSAL-SWITCH
                               MOVE "Y" TO WS-REV-SCAN-EOF-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-PRIOR-REVERSAL AND WS-PROD-AUDIT-IS-OPEN
               MOVE "N" TO WS-REV-SCAN-EOF-SWITCH
               MOVE TRANS-CUSTOMER-ID TO PRD-CUSTOMER-ID
               MOVE TRANS-ORIG-RUN-DATE TO PRD-RUN-DATE
               MOVE TRANS-ORIG-RUN-TIME TO PRD-RUN-TIME
               START PROD-AUDIT-FILE KEY IS GREATER THAN PRD-AUDIT-KEY
                   INVALID KEY MOVE "Y" TO WS-REV-SCAN-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-REV-SCAN-EOF
                   READ PROD-AUDIT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-REV-SCAN-EOF-SWITCH
                       NOT AT END
                           IF PRD-CUSTOMER-ID NOT = TRANS-CUSTOMER-ID
                               MOVE "Y" TO WS-REV-SCAN-EOF-SWITCH
                           ELSE
                               IF PRD-TRANS-TYPE = "REVERSAL" AND
                                  PRD-ORIG-RUN-DATE =
                                      TRANS-ORIG-RUN-DATE AND
                                  PRD-ORIG-RUN-TIME =
                                      TRANS-ORIG-RUN-TIME
                                   MOVE "Y" TO WS-PRIOR-REVERSAL-SWITCH
                                   MOVE "Y" TO WS-REV-SCAN-EOF-SWITCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************

      ******************************************************************
      * CAPTURE-CHANGE-BEFORE-IMAGE
      * Saves the contact fields and overdraft limit as they stand on
      * the record just read, before the transaction overwrites or
      * deletes them, so the change-feed record can show both sides
      * of the change.
      ******************************************************************
       CAPTURE-CHANGE-BEFORE-IMAGE.
           MOVE CUST-NAME TO WS-CHG-OLD-NAME
           MOVE CUST-ADDRESS TO WS-CHG-OLD-ADDRESS
           MOVE CUST-PHONE TO WS-CHG-OLD-PHONE
           MOVE CUST-STATUS TO WS-CHG-OLD-STATUS
           MOVE CUST-OD-LIMIT-FLAG TO WS-CHG-OLD-OD-FLAG
           MOVE CUST-OD-LIMIT TO WS-CHG-OLD-OD-LIMIT.

      ******************************************************************
      * WRITE-CHANGE-FEED-RECORD
           MOVE WS-CHG-OLD-ADDRESS TO CHG-OLD-ADDRESS
           MOVE WS-CHG-OLD-PHONE TO CHG-OLD-PHONE
           MOVE WS-CHG-OLD-STATUS TO CHG-OLD-STATUS
           MOVE WS-CHG-OLD-OD-FLAG TO CHG-OLD-OD-FLAG
           MOVE WS-CHG-OLD-OD-LIMIT TO CHG-OLD-OD-LIMIT
           IF WS-CHG-ACTION = "D"
               MOVE SPACES TO CHG-AFTER-IMAGE
               MOVE ZERO TO CHG-NEW-OD-LIMIT
           ELSE
               MOVE CUST-NAME TO CHG-NEW-NAME
               MOVE CUST-ADDRESS TO CHG-NEW-ADDRESS
               MOVE CUST-PHONE TO CHG-NEW-PHONE
               MOVE CUST-STATUS TO CHG-NEW-STATUS
               MOVE CUST-OD-LIMIT-FLAG TO CHG-NEW-OD-FLAG
               MOVE CUST-OD-LIMIT TO CHG-NEW-OD-LIMIT
           END-IF
           WRITE CHANGE-FEED-RECORD
           IF NOT CHANGE-FEED-OK
           CLOSE CLOSED-ACCOUNTS-FILE
           CLOSE TIER-REPORT-FILE
           CLOSE CHANGE-FEED-FILE
           CLOSE NSF-REPORT-FILE
           CLOSE CYCLE-FILE
           CLOSE DELINQUENCY-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE CHARGED-OFF-FILE
           CLOSE PROD-AUDIT-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE FEE-SCHEDULE-FILE
           CLOSE INTEREST-SCHEDULE-FILE
      * balance without re-reading the file for every customer. Only
      * the rows stamped with the version effective as of WS-RUN-DATE
      * (found by FIND-FEE-EFFECTIVE-DATE) are loaded, so a staged
      * future rate change or a superseded old one is skipped. NSF
      * fee rows (FS-NSF-FEE) of that version go to WS-NSF-FEE-TABLE
      * for DETERMINE-NSF-FEE instead.
      ******************************************************************
       LOAD-FEE-SCHEDULE.
           PERFORM FIND-FEE-EFFECTIVE-DATE
                       AT END SET FEE-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF FS-EFFECTIVE-DATE = WS-FEE-EFFECTIVE-DATE
                                   AND FS-NSF-FEE
                               PERFORM LOAD-NSF-FEE-ROW
                           END-IF
                           IF FS-EFFECTIVE-DATE = WS-FEE-EFFECTIVE-DATE
                                   AND NOT FS-NSF-FEE
                               ADD 1 TO WS-FEE-TABLE-COUNT
                               IF WS-FEE-TABLE-COUNT > 50
                                   MOVE "FEE TABLE OVERFLOW" TO
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-NSF-FEE-ROW
      * Adds one NSF fee tier of the effective version to
      * WS-NSF-FEE-TABLE.
      ******************************************************************
       LOAD-NSF-FEE-ROW.
           ADD 1 TO WS-NSF-TABLE-COUNT
           IF WS-NSF-TABLE-COUNT > 50
               MOVE "NSF FEE TABLE OVERFLOW" TO WS-ERROR-CONTEXT
               MOVE "99" TO FILE-STATUS
               PERFORM HANDLE-FILE-ERROR
           END-IF
           SET WS-NSF-IDX TO WS-NSF-TABLE-COUNT
           MOVE FS-LOW-BALANCE TO WS-NSF-LOW (WS-NSF-IDX)
           MOVE FS-HIGH-BALANCE TO WS-NSF-HIGH (WS-NSF-IDX)
           MOVE FS-FEE-AMOUNT TO WS-NSF-AMOUNT (WS-NSF-IDX).

      ******************************************************************
      * FIND-FEE-EFFECTIVE-DATE
      * Makes a first pass over FEE-SCHEDULE-FILE to find the newest
      * validated but takes no charge, no accrual, no posting, and no
      * collections referral while the freeze stands - that is the
      * whole point of freezing instead of deleting.
      * A charge-off pending account (CUST-CHARGEOFF-PEND) is treated
      * the same way: its balance is about to be written off by the
      * CHARGE-OFF job, so charging it, aging it, and referring it
      * again in the meantime only inflates the loss. A charged-off
      * account (CUST-CHARGED-OFF) has nothing left to sweep.
      ******************************************************************
       UPDATE-CUSTOMER-RECORD.
           PERFORM VALIDATE-CUSTOMER-DATA
           IF NOT CUST-FROZEN AND NOT CUST-CHARGEOFF-PEND AND
                   NOT CUST-CHARGED-OFF
               PERFORM SWEEP-CUSTOMER-BALANCE
           END-IF.

      * The balance side of UPDATE-CUSTOMER-RECORD - cycle bookkeeping,
      * monthly charge, nightly accrual, month-end posting, and the
      * delinquency tracking/collections events - skipped in one place
      * for a frozen, charge-off pending, or charged-off account.
      ******************************************************************
       SWEEP-CUSTOMER-BALANCE.
           PERFORM READ-CYCLE-RECORD
                   MOVE ZERO TO CYC-LAST-FEE-DATE
                   MOVE ZERO TO CYC-ACCRUED-INTEREST
                   MOVE ZERO TO CYC-LAST-ACCRUAL-DATE
                   MOVE ZERO TO CYC-WAIVER-YEAR
                   MOVE ZERO TO CYC-WAIVER-COUNT
                   MOVE ZERO TO CYC-WAIVER-TOTAL
               NOT INVALID KEY
                   IF NOT CYCLE-OK
                       MOVE "READ CYCLE-FILE" TO WS-ERROR-CONTEXT
           MOVE WS-TRANS-TYPE TO AUD-TRANS-TYPE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE WS-REASON-CODE TO AUD-REASON-CODE
           MOVE WS-ORIG-RUN-DATE TO AUD-ORIG-RUN-DATE
           MOVE WS-ORIG-RUN-TIME TO AUD-ORIG-RUN-TIME
           MOVE WS-ORIG-TRANS-TYPE TO AUD-ORIG-TRANS-TYPE
           MOVE WS-APPROVER-ID TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD
           IF NOT AUDIT-OK
               MOVE "WRITE AUDIT-RECORD" TO WS-ERROR-CONTEXT
                   ADD WS-AMOUNT-APPLIED TO WS-GL-WITHDRAWAL-TOTAL
               WHEN "ADJUSTMENT"
                   ADD WS-AMOUNT-APPLIED TO WS-GL-ADJUSTMENT-TOTAL
               WHEN "RECOVERY"
                   ADD WS-AMOUNT-APPLIED TO WS-GL-RECOVERY-TOTAL
               WHEN "NSF"
                   ADD WS-AMOUNT-APPLIED TO WS-GL-NSF-TOTAL
      * A reversal nets against the GL total of the posting it
      * reverses, so the night's FEE-INCOME/INTEREST-EXPENSE/NSF-FEE-
      * INCOME line carries the correction instead of a separate
      * account.
               WHEN "REVERSAL"
                   EVALUATE WS-ORIG-TRANS-TYPE
                       WHEN "CHARGE"
                           ADD WS-AMOUNT-APPLIED TO WS-GL-FEE-TOTAL
                       WHEN "INTEREST"
                           ADD WS-AMOUNT-APPLIED TO
                               WS-GL-INTEREST-TOTAL
                       WHEN "NSF"
                           ADD WS-AMOUNT-APPLIED TO WS-GL-NSF-TOTAL
                   END-EVALUATE
           END-EVALUATE.

      ******************************************************************
               ADD WS-SERVICE-CHARGE TO WS-FEE-DEFAULT-TOTAL
           END-IF.

      ******************************************************************
      * DETERMINE-NSF-FEE
      * Looks up the NSF fee tier covering the balance a refused
      * withdrawal found in WS-NSF-FEE-TABLE, falling back to
      * WS-DEFAULT-NSF-FEE when no tier covers it. The fee is always
      * a charge to the customer, so it is taken as a positive here
      * whichever sign the tier was keyed with, and counted toward
      * the tier report.
      ******************************************************************
       DETERMINE-NSF-FEE.
           MOVE WS-DEFAULT-NSF-FEE TO WS-NSF-FEE
           MOVE ZERO TO WS-NSF-MATCH-IDX
           PERFORM VARYING WS-NSF-IDX FROM 1 BY 1
                   UNTIL WS-NSF-IDX > WS-NSF-TABLE-COUNT
               IF CUST-BALANCE >= WS-NSF-LOW (WS-NSF-IDX) AND
                  CUST-BALANCE <= WS-NSF-HIGH (WS-NSF-IDX)
                   MOVE WS-NSF-AMOUNT (WS-NSF-IDX) TO WS-NSF-FEE
                   SET WS-NSF-MATCH-IDX TO WS-NSF-IDX
                   SET WS-NSF-IDX TO WS-NSF-TABLE-COUNT
               END-IF
           END-PERFORM
           IF WS-NSF-FEE < ZERO
               COMPUTE WS-NSF-FEE = ZERO - WS-NSF-FEE
           END-IF
           IF WS-NSF-MATCH-IDX > ZERO
               ADD 1 TO WS-NSF-TIER-COUNT (WS-NSF-MATCH-IDX)
               ADD WS-NSF-FEE TO WS-NSF-TIER-TOTAL (WS-NSF-MATCH-IDX)
           ELSE
               ADD 1 TO WS-NSF-DEFAULT-COUNT
               ADD WS-NSF-FEE TO WS-NSF-DEFAULT-TOTAL
           END-IF.

      ******************************************************************
      * DETERMINE-INTEREST
      * Looks up the interest tier covering the customer's current
      ******************************************************************
      * WRITE-GL-EXTRACT
      * Posts the run's summarized fee-income credit, interest-expense
      * debit, customer payment/deposit/withdrawal/adjustment
      * movements, charged-off loss recoveries, and NSF fee income
      * (net of its waivers) to GL-EXTRACT-FILE
      * so accounting can book the activity AUDIT-FILE already
      * recorded without hand-totaling it.
      * Written even when a total is zero, so a run with no activity
      * of a type still produces a one-line-per-type extract for the
      * month-end tie-out.
           MOVE "MANUAL-ADJUSTMENTS" TO WS-GL-ACCOUNT
           MOVE "CR" TO WS-GL-DRCR
           MOVE WS-GL-ADJUSTMENT-TOTAL TO WS-GL-AMOUNT
           PERFORM WRITE-GL-EXTRACT-LINE
           MOVE "LOAN-LOSS-RECOVERY" TO WS-GL-ACCOUNT
           MOVE "CR" TO WS-GL-DRCR
           MOVE WS-GL-RECOVERY-TOTAL TO WS-GL-AMOUNT
           PERFORM WRITE-GL-EXTRACT-LINE
           MOVE "NSF-FEE-INCOME" TO WS-GL-ACCOUNT
           MOVE "CR" TO WS-GL-DRCR
           MOVE WS-GL-NSF-TOTAL TO WS-GL-AMOUNT
           PERFORM WRITE-GL-EXTRACT-LINE.

      ******************************************************************
      * and every loaded interest tier, zero-count tiers included - a
      * tier no customer landed in is exactly what the rate-schedule
      * owner needs to see - plus one line for WS-DEFAULT-FEE if it
      * was ever applied, the NSF fee tiers and WS-DEFAULT-NSF-FEE
      * the same way, alongside the control-total report
      * REPORT-FILE already carries, so per-tier customer count and
      * dollar total need no hand-totaling of AUDIT-FILE.
      ******************************************************************
               MOVE WS-FEE-DEFAULT-TOTAL TO WS-TL-TOTAL
               PERFORM WRITE-TIER-REPORT-LINE
           END-IF
           PERFORM VARYING WS-NSF-IDX FROM 1 BY 1
                   UNTIL WS-NSF-IDX > WS-NSF-TABLE-COUNT
               MOVE "NSF" TO WS-TL-TIER-TYPE
               MOVE WS-NSF-LOW (WS-NSF-IDX) TO WS-TL-LOW
               MOVE WS-NSF-HIGH (WS-NSF-IDX) TO WS-TL-HIGH
               MOVE WS-NSF-TIER-COUNT (WS-NSF-IDX) TO WS-TL-COUNT
               MOVE WS-NSF-TIER-TOTAL (WS-NSF-IDX) TO WS-TL-TOTAL
               PERFORM WRITE-TIER-REPORT-LINE
           END-PERFORM
           IF WS-NSF-DEFAULT-COUNT > ZERO
               MOVE "NSF-DFLT" TO WS-TL-TIER-TYPE
               MOVE ZERO TO WS-TL-LOW
               MOVE ZERO TO WS-TL-HIGH
               MOVE WS-NSF-DEFAULT-COUNT TO WS-TL-COUNT
               MOVE WS-NSF-DEFAULT-TOTAL TO WS-TL-TOTAL
               PERFORM WRITE-TIER-REPORT-LINE
           END-IF
           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                   UNTIL WS-INT-IDX > WS-INTEREST-TABLE-COUNT
               MOVE "INTEREST" TO WS-TL-TIER-TYPE
           CLOSE CLOSED-ACCOUNTS-FILE
           CLOSE TIER-REPORT-FILE
           CLOSE CHANGE-FEED-FILE
           CLOSE NSF-REPORT-FILE
           CLOSE CYCLE-FILE
           CLOSE DELINQUENCY-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE CHARGED-OFF-FILE
           IF WS-PROD-AUDIT-IS-OPEN
               CLOSE PROD-AUDIT-FILE
           END-IF
           CLOSE ERROR-LOG-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RECOVER.
      ******************************************************************
      * Program:     CUSTOMER-RECOVER
      * Author:      Development Team
      * Date:        2026-10-15
      * Purpose:     Stand-alone forward recovery of the customer
      *              master. Damage to CUSTOMER.DAT found the morning
      *              after is handled by restoring last night's copy
      *              and rerunning; damage found days later, after
      *              several runs have posted, is not. This job starts
      *              from a dated backup of CUSTOMER.DAT and replays,
      *              per customer in date and time order, every change
      *              made after the backup's business date up to a
      *              chosen business date:
      *                - the balance postings on AUDIT-FILE, read from
      *                  AUDIT.DAT and from every AUDIT-ARCH-YYYY.DAT
      *                  archive year the window reaches, since an old
      *                  backup's postings may already have been
      *                  rolled out of the live file
      *                - the CUSTOMER-PROCESS change-feed adds, contact
      *                  changes, status changes, overdraft-limit
      *                  changes, and closures
      *              and writes the result to a separate rebuilt master,
      *              CUSTOMER-REBUILT.DAT. CUSTOMER.DAT itself is never
      *              opened.
      *
      *              Every replayed posting's AUD-OLD-BALANCE is checked
      *              against the balance being rebuilt, and every
      *              change-feed event's before image against the
      *              contact, status, and limit fields being rebuilt.
      *              Each place the chain breaks is listed on
      *              CUSTOMER-RECOVER.RPT with what was rebuilt and what
      *              the posting recorded; the rebuild then carries on
      *              from the recorded after-value, so one break is
      *              reported once rather than on every later posting.
      *              Only a run with no breaks should go back into
      *              production.
      *
      *              Within one business date the night run's
      *              maintenance pass applies the add, change, status,
      *              limit, and delete requests, and the P/E/W/J
      *              postings, in the order they stand on that night's
      *              transaction file, then the sweep posts charges and
      *              interest. The replay takes a date's change-feed
      *              events first in feed order (a delete followed by
      *              a re-add of the same ID comes back the same way),
      *              then its postings in posting-time order. A delete
      *              does not need a zero balance, so a payoff ahead
      *              of the delete is normal: a posting on the date of
      *              a closure is chained onto the closed account's
      *              balance, not reported as an account not on file,
      *              when the account is not live again or when it was
      *              re-added that date and the posting chains from
      *              the closed balance rather than opening the new
      *              account.
      *              A CHARGEOFF posting also sets the "O" status
      *              CHARGE-OFF gives the account, which no change-feed
      *              record carries.
      *              An add's opening balance is not on the change
      *              feed (no audit row is written for it either), so
      *              it is taken from the AUD-OLD-BALANCE of the
      *              account's first posting; an account added with
      *              no posting since is rebuilt at zero and listed as
      *              unverified.
      *
      *              Inputs:
      *                CUSTOMER-BKUP-YYYYMMDD.DAT - the CUSTOMER.DAT
      *                  backup taken after the night run for business
      *                  date YYYYMMDD finished (same layout and key)
      *                AUDIT.DAT and AUDIT-ARCH-YYYY.DAT
      *                CHANGE-FEED-HIST.DAT - the nightly CHANGE-
      *                  FEED.DAT files operations keeps after each run
      *                  is sent downstream, concatenated in any order;
      *                  CUSTOMER-PROCESS starts a fresh feed each
      *                  night, so this retained copy is the only
      *                  history of adds, closures, and contact changes
      *              The side files (CYCLE, DELINQUENCY, CLOSED-
      *              ACCOUNTS, CHARGED-OFF) are not rebuilt.
      *
      *              Invocation: COMMAND-LINE BACKUP-YYYYMMDD
      *              THROUGH-YYYYMMDD - the backup's business date and
      *              the business date to rebuild through, which may
      *              not be earlier.
      *
      *              RETURN-CODE 8 when any chain break or unverified
      *              opening balance is reported, 16 when a file this
      *              job depends on cannot be opened or written.
      *
      * Maintenance Log:
      * Date       Developer    Description
      * ---------- ------------ ----------------------------------------
      * 2026-10-15 DEV-TEAM    Initial version
      * 2026-10-15 DEV-TEAM    Replay a date's change-feed events in
      *                        feed order ahead of its postings; abend
      *                        on an archive open or read failure
      * 2026-10-15 DEV-TEAM    Chain a posting made ahead of a same-
      *                        date delete onto the closed account
      *                        instead of reporting it not on file
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-CUSTOMER-FILE ASSIGN TO WS-BACKUP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKP-CUSTOMER-ID
               FILE STATUS IS BACKUP-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-AUDIT-KEY
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT CHANGE-FEED-HIST-FILE ASSIGN TO 'CHANGE-FEED-HIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-STATUS.

           SELECT REBUILT-CUSTOMER-FILE ASSIGN TO
                   'CUSTOMER-REBUILT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBL-CUSTOMER-ID
               FILE STATUS IS FILE-STATUS.

           SELECT RECOVER-REPORT ASSIGN TO 'CUSTOMER-RECOVER.RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT RECOVER-SORT-FILE ASSIGN TO 'RECOVSRT.SRT'.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Backup Customer Layout - mirrors CUSTOMER-PROCESS exactly; the
      * dated copy of CUSTOMER.DAT the rebuild starts from.
      ******************************************************************
       FD BACKUP-CUSTOMER-FILE.
       01 BACKUP-CUSTOMER-RECORD.
           05 BKP-CUSTOMER-ID      PIC 9(6).
           05 BKP-NAME             PIC X(30).
           05 BKP-ADDRESS          PIC X(50).
           05 BKP-PHONE            PIC X(15).
           05 BKP-BALANCE          PIC S9(7)V99.
           05 BKP-STATUS           PIC X.
           05 BKP-OD-LIMIT-FLAG    PIC X.
           05 BKP-OD-LIMIT         PIC 9(7)V99.

      ******************************************************************
      * Audit Trail Layout - mirrors CUSTOMER-PROCESS exactly; read
      * end to end for the postings inside the recovery window.
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
      * Per-year Archive Layout - the same record and key as the live
      * file, re-pointed at whichever AUDIT-ARCH-YYYY.DAT is being
      * read.
      ******************************************************************
       FD AUDIT-ARCHIVE-FILE.
       01 ARCHIVE-AUDIT-RECORD.
           05 ARC-AUDIT-KEY.
               10 ARC-CUSTOMER-ID   PIC 9(6).
               10 ARC-RUN-DATE      PIC 9(8).
               10 ARC-RUN-TIME      PIC 9(8).
           05 ARC-OLD-BALANCE       PIC S9(7)V99.
           05 ARC-NEW-BALANCE       PIC S9(7)V99.
           05 ARC-AMOUNT-APPLIED    PIC S9(7)V99.
           05 ARC-TRANS-TYPE        PIC X(10).
           05 ARC-OPERATOR-ID       PIC X(8).
           05 ARC-REASON-CODE       PIC X(10).
           05 ARC-ORIG-RUN-DATE     PIC 9(8).
           05 ARC-ORIG-RUN-TIME     PIC 9(8).
           05 ARC-ORIG-TRANS-TYPE   PIC X(10).
           05 ARC-APPROVER-ID       PIC X(8).

      ******************************************************************
      * Change Feed History Layout - mirrors CUSTOMER-PROCESS's
      * CHANGE-FEED-RECORD exactly; the retained nightly feeds.
      ******************************************************************
       FD CHANGE-FEED-HIST-FILE.
       01 CHANGE-FEED-RECORD.
           05 CHG-ACTION-CODE       PIC X.
           05 CHG-CUSTOMER-ID       PIC 9(6).
           05 CHG-RUN-DATE          PIC 9(8).
           05 CHG-CLOSURE-DATE      PIC 9(8).
           05 CHG-BEFORE-IMAGE.
               10 CHG-OLD-NAME      PIC X(30).
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
      * Rebuilt Customer Layout - mirrors CUSTOMER-PROCESS exactly;
      * written once per live account, in key order, as the replay
      * finishes with it.
      ******************************************************************
       FD REBUILT-CUSTOMER-FILE.
       01 REBUILT-CUSTOMER-RECORD.
           05 RBL-CUSTOMER-ID      PIC 9(6).
           05 RBL-NAME             PIC X(30).
           05 RBL-ADDRESS          PIC X(50).
           05 RBL-PHONE            PIC X(15).
           05 RBL-BALANCE          PIC S9(7)V99.
           05 RBL-STATUS           PIC X.
           05 RBL-OD-LIMIT-FLAG    PIC X.
           05 RBL-OD-LIMIT         PIC 9(7)V99.

      ******************************************************************
      * Sort work file - one record per replay event: a backup image,
      * an audit posting, or a change-feed event, each carried whole
      * in SRT-EVENT-IMAGE. The key puts each customer's events in
      * business-date order, then the backup image, the date's
      * change-feed events, and the date's postings (SRT-EVENT-CLASS),
      * then by posting time, then in the order they were read, which
      * for the change feed is the order they were applied. The night
      * run interleaves maintenance and postings in file order, so a
      * closure sorted here ahead of a posting may have followed it;
      * REPLAY-POSTING gives such a posting to the closed account.
      ******************************************************************
       SD RECOVER-SORT-FILE.
       01 RECOVER-SORT-RECORD.
           05 SRT-CUSTOMER-ID       PIC 9(6).
           05 SRT-EVENT-DATE        PIC 9(8).
           05 SRT-EVENT-CLASS       PIC 9.
               88 SRT-BACKUP-IMAGE      VALUE 0.
               88 SRT-FEED-EVENT        VALUE 1.
               88 SRT-POSTING           VALUE 2.
           05 SRT-EVENT-TIME        PIC 9(8).
           05 SRT-EVENT-SEQ         PIC 9(8).
           05 SRT-EVENT-IMAGE       PIC X(235).

      ******************************************************************
      * Recovery Report Layout - banner, one line per chain break or
      * note, and the replay totals.
      ******************************************************************
       FD RECOVER-REPORT.
       01 RECOVER-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
           88 SUCCESS          VALUE "00".

       01 BACKUP-STATUS        PIC XX.
           88 BACKUP-OK              VALUE "00".
           88 BACKUP-EOF             VALUE "10".
           88 BACKUP-NOT-FOUND       VALUE "35".

       01 AUDIT-STATUS         PIC XX.
           88 AUDIT-OK               VALUE "00".
           88 AUDIT-EOF              VALUE "10".

       01 ARCHIVE-STATUS       PIC XX.
           88 ARCHIVE-OK             VALUE "00".
           88 ARCHIVE-EOF            VALUE "10".
           88 ARCHIVE-NOT-FOUND      VALUE "35".

       01 FEED-STATUS          PIC XX.
           88 FEED-OK                VALUE "00".
           88 FEED-EOF               VALUE "10".
           88 FEED-NOT-FOUND         VALUE "35".

       01 REPORT-STATUS        PIC XX.
           88 REPORT-OK              VALUE "00".

       01 WS-COMMAND-LINE          PIC X(70).
       01 WS-BACKUP-DATE-PARM      PIC X(10).
       01 WS-THROUGH-DATE-PARM     PIC X(10).
       01 WS-DATE-PARM             PIC X(10).
       01 WS-DATE-PARM-NUM         PIC 9(8).
       01 WS-BACKUP-DATE           PIC 9(8).
       01 WS-THROUGH-DATE          PIC 9(8).
       01 WS-BACKUP-FILE-NAME      PIC X(30).
       01 WS-ERROR-CONTEXT         PIC X(30).

      ******************************************************************
      * Archive-year scan - every year from the backup's through the
      * through-date's; a year that was never archived has no file
      * and is simply skipped.
      ******************************************************************
       01 WS-ARCHIVE-FILE-NAME     PIC X(30).
       01 WS-ARCH-YEAR             PIC 9(4).
       01 WS-ARCH-FROM-YEAR        PIC 9(4).
       01 WS-ARCH-TO-YEAR          PIC 9(4).

       01 WS-SORT-RETURN-SWITCH    PIC X VALUE "N".
           88 SORT-RETURN-EOF          VALUE "Y".

       01 WS-RELEASE-SEQ           PIC 9(8) VALUE ZERO.

      ******************************************************************
      * Replay state for the customer whose events are being returned.
      * WS-REBUILT-CUSTOMER is the record as rebuilt so far;
      * WS-ACCOUNT-LIVE-SWITCH says whether the account exists at this
      * point in its history (loaded from the backup or added, and not
      * since closed). WS-OPENING-PENDING-SWITCH marks an add whose
      * opening balance is still waiting for the first posting.
      * WS-LAST-POST-DATE/TIME catch a posting read twice - a row
      * left in both AUDIT.DAT and an archive year by an interrupted
      * roll-off - so it is replayed once. WS-CLOSED-DATE and
      * WS-CLOSED-BALANCE hold the business date of the account's
      * latest closure and its balance from there on, so the postings
      * the night run made before the delete on that date can still
      * be chained (WS-CLOSED-BALANCE-KNOWN is off when the account
      * closed before its opening balance was seen).
      ******************************************************************
       01 WS-CURRENT-CUSTOMER-ID   PIC 9(6).
       01 WS-HAVE-CUSTOMER-SWITCH  PIC X VALUE "N".
           88 WS-HAVE-CUSTOMER         VALUE "Y".
       01 WS-ACCOUNT-LIVE-SWITCH   PIC X.
           88 WS-ACCOUNT-LIVE          VALUE "Y".
       01 WS-OPENING-PENDING-SWITCH PIC X.
           88 WS-OPENING-PENDING       VALUE "Y".
       01 WS-LAST-POST-DATE        PIC 9(8).
       01 WS-LAST-POST-TIME        PIC 9(8).
       01 WS-CLOSED-DATE           PIC 9(8).
       01 WS-CLOSED-BALANCE        PIC S9(7)V99.
       01 WS-CLOSED-BALANCE-SWITCH PIC X.
           88 WS-CLOSED-BALANCE-KNOWN  VALUE "Y".

       01 WS-REBUILT-CUSTOMER.
           05 WS-RC-CUSTOMER-ID    PIC 9(6).
           05 WS-RC-NAME           PIC X(30).
           05 WS-RC-ADDRESS        PIC X(50).
           05 WS-RC-PHONE          PIC X(15).
           05 WS-RC-BALANCE        PIC S9(7)V99.
           05 WS-RC-STATUS         PIC X.
           05 WS-RC-OD-LIMIT-FLAG  PIC X.
           05 WS-RC-OD-LIMIT       PIC 9(7)V99.

       01 WS-AUDIT-WORK.
           05 WS-AUD-CUSTOMER-ID    PIC 9(6).
           05 WS-AUD-RUN-DATE       PIC 9(8).
           05 WS-AUD-RUN-TIME       PIC 9(8).
           05 WS-AUD-OLD-BALANCE    PIC S9(7)V99.
           05 WS-AUD-NEW-BALANCE    PIC S9(7)V99.
           05 WS-AUD-AMOUNT-APPLIED PIC S9(7)V99.
           05 WS-AUD-TRANS-TYPE     PIC X(10).
           05 WS-AUD-OPERATOR-ID    PIC X(8).
           05 WS-AUD-REASON-CODE    PIC X(10).
           05 WS-AUD-ORIG-RUN-DATE  PIC 9(8).
           05 WS-AUD-ORIG-RUN-TIME  PIC 9(8).
           05 WS-AUD-ORIG-TRANS-TYPE PIC X(10).
           05 WS-AUD-APPROVER-ID    PIC X(8).

       01 WS-FEED-WORK.
           05 WS-CHG-ACTION-CODE    PIC X.
           05 WS-CHG-CUSTOMER-ID    PIC 9(6).
           05 WS-CHG-RUN-DATE       PIC 9(8).
           05 WS-CHG-CLOSURE-DATE   PIC 9(8).
           05 WS-CHG-BEFORE-IMAGE.
               10 WS-CHG-OLD-NAME   PIC X(30).
               10 WS-CHG-OLD-ADDRESS PIC X(50).
               10 WS-CHG-OLD-PHONE  PIC X(15).
               10 WS-CHG-OLD-STATUS PIC X.
               10 WS-CHG-OLD-OD-FLAG PIC X.
               10 WS-CHG-OLD-OD-LIMIT PIC 9(7)V99.
           05 WS-CHG-AFTER-IMAGE.
               10 WS-CHG-NEW-NAME   PIC X(30).
               10 WS-CHG-NEW-ADDRESS PIC X(50).
               10 WS-CHG-NEW-PHONE  PIC X(15).
               10 WS-CHG-NEW-STATUS PIC X.
               10 WS-CHG-NEW-OD-FLAG PIC X.
               10 WS-CHG-NEW-OD-LIMIT PIC 9(7)V99.

       01 WS-BACKUP-LOADED         PIC 9(8) VALUE ZERO.
       01 WS-POSTINGS-REPLAYED     PIC 9(8) VALUE ZERO.
       01 WS-DUPLICATES-SKIPPED    PIC 9(8) VALUE ZERO.
       01 WS-ADDS-REPLAYED         PIC 9(8) VALUE ZERO.
       01 WS-CHANGES-REPLAYED      PIC 9(8) VALUE ZERO.
       01 WS-CLOSURES-REPLAYED     PIC 9(8) VALUE ZERO.
       01 WS-CHAIN-BREAKS          PIC 9(8) VALUE ZERO.
       01 WS-OPENINGS-FROM-POSTING PIC 9(8) VALUE ZERO.
       01 WS-OPENINGS-UNVERIFIED   PIC 9(8) VALUE ZERO.
       01 WS-ACCOUNTS-WRITTEN      PIC 9(8) VALUE ZERO.
       01 WS-REBUILT-BALANCE-TOTAL PIC S9(11)V99 VALUE ZERO.

       01 WS-BANNER-LINE.
           05 FILLER                PIC X(38) VALUE
               "CUSTOMER FORWARD RECOVERY FROM BACKUP ".
           05 WS-BN-BACKUP-DATE     PIC 9(8).
           05 FILLER                PIC X(18) VALUE
               " REPLAYED THROUGH ".
           05 WS-BN-THROUGH-DATE    PIC 9(8).
           05 FILLER                PIC X(28) VALUE SPACES.

       01 WS-HEADING-LINE.
           05 FILLER                PIC X(7)  VALUE "CUSTID".
           05 FILLER                PIC X(9)  VALUE "DATE".
           05 FILLER                PIC X(10) VALUE "TIME".
           05 FILLER                PIC X(12) VALUE "EVENT".
           05 FILLER                PIC X(38) VALUE "EXCEPTION".
           05 FILLER                PIC X(13) VALUE "REBUILT".
           05 FILLER                PIC X(11) VALUE "RECORDED".

       01 WS-EXCEPTION-LINE.
           05 WS-EL-CUSTOMER-ID     PIC 9(6).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-EL-DATE            PIC 9(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-EL-TIME            PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EL-EVENT           PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EL-MESSAGE         PIC X(32).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EL-AMOUNTS.
               10 WS-EL-REBUILT     PIC -(7)9.99.
               10 FILLER            PIC X(2)  VALUE SPACES.
               10 WS-EL-RECORDED    PIC -(7)9.99.
           05 FILLER                PIC X(4)  VALUE SPACES.

       01 WS-SUMMARY-LINE-1.
           05 FILLER                PIC X(24) VALUE
               "BACKUP RECORDS LOADED:  ".
           05 WS-SUM-LOADED         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
               "POSTINGS REPLAYED: ".
           05 WS-SUM-POSTINGS       PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
               "DUPLICATES SKIPPED: ".
           05 WS-SUM-DUPLICATES     PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.

       01 WS-SUMMARY-LINE-2.
           05 FILLER                PIC X(24) VALUE
               "FEED ADDS REPLAYED:     ".
           05 WS-SUM-ADDS           PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
               "CHANGES REPLAYED:  ".
           05 WS-SUM-CHANGES        PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
               "CLOSURES REPLAYED:  ".
           05 WS-SUM-CLOSURES       PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.

       01 WS-SUMMARY-LINE-3.
           05 FILLER                PIC X(24) VALUE
               "CHAIN BREAKS:           ".
           05 WS-SUM-BREAKS         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
               "OPENINGS FROM POST:".
           05 WS-SUM-OPENINGS       PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
               "OPENINGS UNVERIFIED:".
           05 WS-SUM-UNVERIFIED     PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.

       01 WS-SUMMARY-LINE-4.
           05 FILLER                PIC X(24) VALUE
               "REBUILT ACCOUNTS:       ".
           05 WS-SUM-WRITTEN        PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(19) VALUE
               "TOTAL BALANCE:     ".
           05 WS-SUM-BALANCE        PIC -(11)9.99.
           05 FILLER                PIC X(29) VALUE SPACES.

       01 WS-TRUSTED-LINE.
           05 FILLER                PIC X(39) VALUE
               "NO CHAIN BREAKS - REBUILT MASTER MAY BE".
           05 FILLER                PIC X(61) VALUE
               " RETURNED TO PRODUCTION".

       01 WS-REVIEW-LINE.
           05 FILLER                PIC X(44) VALUE
               "CHAIN BREAKS OR UNVERIFIED BALANCES - REVIEW".
           05 FILLER                PIC X(56) VALUE
               " BEFORE RETURNING REBUILT MASTER TO PRODUCTION".

       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN-PROCESS
      * Gathers every replay event into the SORT, replays them per
      * customer in the sort's output procedure - writing each
      * rebuilt account as its events run out - then writes the
      * totals and the verdict.
      ******************************************************************
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           SORT RECOVER-SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-ID
               ON ASCENDING KEY SRT-EVENT-DATE
               ON ASCENDING KEY SRT-EVENT-CLASS
               ON ASCENDING KEY SRT-EVENT-TIME
               ON ASCENDING KEY SRT-EVENT-SEQ
               INPUT PROCEDURE IS GATHER-RECOVERY-EVENTS
               OUTPUT PROCEDURE IS REPLAY-RECOVERY-EVENTS
           PERFORM WRITE-RECOVERY-SUMMARY
           CLOSE REBUILT-CUSTOMER-FILE
           CLOSE RECOVER-REPORT
           IF WS-CHAIN-BREAKS > ZERO OR WS-OPENINGS-UNVERIFIED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * INITIALIZATION
      * Edits the two dates on the command line, opens the report,
      * then opens every input - the dated backup, the live audit
      * file, and the change-feed history must all exist - and a
      * fresh rebuilt master.
      ******************************************************************
       INITIALIZATION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-BACKUP-DATE-PARM
           MOVE SPACES TO WS-THROUGH-DATE-PARM
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-BACKUP-DATE-PARM WS-THROUGH-DATE-PARM
           END-UNSTRING
           IF WS-BACKUP-DATE-PARM = SPACES OR
                   WS-THROUGH-DATE-PARM = SPACES
               PERFORM PARM-ABEND
           END-IF
           MOVE WS-BACKUP-DATE-PARM TO WS-DATE-PARM
           PERFORM EDIT-DATE-PARM
           MOVE WS-DATE-PARM-NUM TO WS-BACKUP-DATE
           MOVE WS-THROUGH-DATE-PARM TO WS-DATE-PARM
           PERFORM EDIT-DATE-PARM
           MOVE WS-DATE-PARM-NUM TO WS-THROUGH-DATE
           IF WS-THROUGH-DATE < WS-BACKUP-DATE
               PERFORM PARM-ABEND
           END-IF
           OPEN OUTPUT RECOVER-REPORT
           IF NOT REPORT-OK
               DISPLAY "FATAL: OPEN OUTPUT RECOVER-REPORT FAILED"
                   ", STATUS=" REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BACKUP-DATE TO WS-BN-BACKUP-DATE
           MOVE WS-THROUGH-DATE TO WS-BN-THROUGH-DATE
           WRITE RECOVER-LINE FROM WS-BANNER-LINE
           PERFORM CHECK-REPORT-STATUS
           WRITE RECOVER-LINE FROM WS-HEADING-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE SPACES TO WS-BACKUP-FILE-NAME
           STRING "CUSTOMER-BKUP-" DELIMITED BY SIZE
                   WS-BACKUP-DATE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-BACKUP-FILE-NAME
           END-STRING
           OPEN INPUT BACKUP-CUSTOMER-FILE
           IF NOT BACKUP-OK
               MOVE "OPEN INPUT BACKUP FILE" TO WS-ERROR-CONTEXT
               MOVE BACKUP-STATUS TO FILE-STATUS
               DISPLAY "FATAL: OPEN "
                   FUNCTION TRIM(WS-BACKUP-FILE-NAME)
                   " FAILED, STATUS=" BACKUP-STATUS
               PERFORM ABEND-CUSTOMER-RECOVER
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-OK
               MOVE "OPEN INPUT AUDIT-FILE" TO WS-ERROR-CONTEXT
               MOVE AUDIT-STATUS TO FILE-STATUS
               PERFORM ABEND-CUSTOMER-RECOVER
           END-IF
           OPEN INPUT CHANGE-FEED-HIST-FILE
           IF NOT FEED-OK
               MOVE "OPEN INPUT CHANGE-FEED-HIST" TO WS-ERROR-CONTEXT
               MOVE FEED-STATUS TO FILE-STATUS
               PERFORM ABEND-CUSTOMER-RECOVER
           END-IF
           OPEN OUTPUT REBUILT-CUSTOMER-FILE
           IF NOT SUCCESS
               MOVE "OPEN OUTPUT REBUILT-CUSTOMER" TO WS-ERROR-CONTEXT
               PERFORM ABEND-CUSTOMER-RECOVER
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
      * GATHER-RECOVERY-EVENTS
      * SORT input procedure - releases the whole backup, then the
      * postings inside the window from the live audit file and each
      * archive year the window reaches, then the change-feed events
      * inside the window.
      ******************************************************************
       GATHER-RECOVERY-EVENTS.
           PERFORM RELEASE-BACKUP-RECORDS
           PERFORM RELEASE-LIVE-POSTINGS
           MOVE WS-BACKUP-DATE (1:4) TO WS-ARCH-FROM-YEAR
           MOVE WS-THROUGH-DATE (1:4) TO WS-ARCH-TO-YEAR
           PERFORM VARYING WS-ARCH-YEAR FROM WS-ARCH-FROM-YEAR BY 1
                   UNTIL WS-ARCH-YEAR > WS-ARCH-TO-YEAR
               PERFORM RELEASE-ARCHIVE-POSTINGS
           END-PERFORM
           PERFORM RELEASE-FEED-EVENTS.

      ******************************************************************
      * RELEASE-BACKUP-RECORDS
      * Every backup record starts its customer's history, ahead of
      * any event dated after the backup.
      ******************************************************************
       RELEASE-BACKUP-RECORDS.
           MOVE ZERO TO BKP-CUSTOMER-ID
           START BACKUP-CUSTOMER-FILE KEY IS NOT LESS THAN
                   BKP-CUSTOMER-ID
               INVALID KEY SET BACKUP-EOF TO TRUE
           END-START
           PERFORM UNTIL BACKUP-EOF
               READ BACKUP-CUSTOMER-FILE NEXT RECORD
                   AT END SET BACKUP-EOF TO TRUE
                   NOT AT END
                       IF NOT BACKUP-OK
                           MOVE "READ BACKUP FILE NEXT" TO
                               WS-ERROR-CONTEXT
                           MOVE BACKUP-STATUS TO FILE-STATUS
                           PERFORM ABEND-CUSTOMER-RECOVER
                       END-IF
                       MOVE BKP-CUSTOMER-ID TO SRT-CUSTOMER-ID
                       MOVE WS-BACKUP-DATE TO SRT-EVENT-DATE
                       SET SRT-BACKUP-IMAGE TO TRUE
                       MOVE ZERO TO SRT-EVENT-TIME
                       MOVE BACKUP-CUSTOMER-RECORD TO SRT-EVENT-IMAGE
                       PERFORM RELEASE-SORT-EVENT
               END-READ
           END-PERFORM
           CLOSE BACKUP-CUSTOMER-FILE.

      ******************************************************************
      * RELEASE-LIVE-POSTINGS
      * Reads AUDIT.DAT end to end through RELEASE-AUDIT-POSTING.
      ******************************************************************
       RELEASE-LIVE-POSTINGS.
           MOVE ZERO TO AUD-CUSTOMER-ID
           MOVE ZERO TO AUD-RUN-DATE
           MOVE ZERO TO AUD-RUN-TIME
           START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY SET AUDIT-EOF TO TRUE
           END-START
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-FILE NEXT RECORD
                   AT END SET AUDIT-EOF TO TRUE
                   NOT AT END
                       IF NOT AUDIT-OK
                           MOVE "READ AUDIT-FILE NEXT" TO
                               WS-ERROR-CONTEXT
                           MOVE AUDIT-STATUS TO FILE-STATUS
                           PERFORM ABEND-CUSTOMER-RECOVER
                       END-IF
                       MOVE AUDIT-RECORD TO WS-AUDIT-WORK
                       PERFORM RELEASE-AUDIT-POSTING
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

      ******************************************************************
      * RELEASE-ARCHIVE-POSTINGS
      * Opens one year's archive if it exists and feeds its rows
      * through the same RELEASE-AUDIT-POSTING the live file uses.
      ******************************************************************
       RELEASE-ARCHIVE-POSTINGS.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "AUDIT-ARCH-" DELIMITED BY SIZE
                   WS-ARCH-YEAR DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
           END-STRING
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF ARCHIVE-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT ARCHIVE-OK
                   DISPLAY "OPENING "
                       FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                   MOVE "OPEN AUDIT-ARCHIVE-FILE" TO WS-ERROR-CONTEXT
                   MOVE ARCHIVE-STATUS TO FILE-STATUS
                   PERFORM ABEND-CUSTOMER-RECOVER
               END-IF
               MOVE ZERO TO ARC-CUSTOMER-ID
               MOVE ZERO TO ARC-RUN-DATE
               MOVE ZERO TO ARC-RUN-TIME
               START AUDIT-ARCHIVE-FILE KEY IS NOT LESS THAN
                       ARC-AUDIT-KEY
                   INVALID KEY SET ARCHIVE-EOF TO TRUE
               END-START
               PERFORM UNTIL ARCHIVE-EOF
                   READ AUDIT-ARCHIVE-FILE NEXT RECORD
                       AT END SET ARCHIVE-EOF TO TRUE
                       NOT AT END
                           IF NOT ARCHIVE-OK
                               MOVE "READ AUDIT-ARCHIVE-FILE NEXT" TO
                                   WS-ERROR-CONTEXT
                               MOVE ARCHIVE-STATUS TO FILE-STATUS
                               PERFORM ABEND-CUSTOMER-RECOVER
                           END-IF
                           MOVE ARCHIVE-AUDIT-RECORD TO WS-AUDIT-WORK
                           PERFORM RELEASE-AUDIT-POSTING
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

      ******************************************************************
      * RELEASE-AUDIT-POSTING
      * Releases the posting in WS-AUDIT-WORK when its business date
      * falls after the backup and not after the through date.
      ******************************************************************
       RELEASE-AUDIT-POSTING.
           IF WS-AUD-RUN-DATE > WS-BACKUP-DATE AND
                   WS-AUD-RUN-DATE NOT > WS-THROUGH-DATE
               MOVE WS-AUD-CUSTOMER-ID TO SRT-CUSTOMER-ID
               MOVE WS-AUD-RUN-DATE TO SRT-EVENT-DATE
               SET SRT-POSTING TO TRUE
               MOVE WS-AUD-RUN-TIME TO SRT-EVENT-TIME
               MOVE WS-AUDIT-WORK TO SRT-EVENT-IMAGE
               PERFORM RELEASE-SORT-EVENT
           END-IF.

      ******************************************************************
      * RELEASE-FEED-EVENTS
      * Releases each change-feed event inside the window. All
      * action codes share one class, so within a date they keep the
      * feed's own order, the order the maintenance pass applied them;
      * an unknown action code is released the same way so the replay
      * can report it.
      ******************************************************************
       RELEASE-FEED-EVENTS.
           PERFORM UNTIL FEED-EOF
               READ CHANGE-FEED-HIST-FILE
                   AT END SET FEED-EOF TO TRUE
                   NOT AT END
                       IF NOT FEED-OK
                           MOVE "READ CHANGE-FEED-HIST" TO
                               WS-ERROR-CONTEXT
                           MOVE FEED-STATUS TO FILE-STATUS
                           PERFORM ABEND-CUSTOMER-RECOVER
                       END-IF
                       IF CHG-RUN-DATE > WS-BACKUP-DATE AND
                               CHG-RUN-DATE NOT > WS-THROUGH-DATE
                           MOVE CHG-CUSTOMER-ID TO SRT-CUSTOMER-ID
                           MOVE CHG-RUN-DATE TO SRT-EVENT-DATE
                           SET SRT-FEED-EVENT TO TRUE
                           MOVE ZERO TO SRT-EVENT-TIME
                           MOVE CHANGE-FEED-RECORD TO SRT-EVENT-IMAGE
                           PERFORM RELEASE-SORT-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-FEED-HIST-FILE.

      ******************************************************************
      * RELEASE-SORT-EVENT
      * Stamps the event with its read sequence and releases it.
      ******************************************************************
       RELEASE-SORT-EVENT.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-EVENT-SEQ
           RELEASE RECOVER-SORT-RECORD.

      ******************************************************************
      * REPLAY-RECOVERY-EVENTS
      * SORT output procedure - the events come back grouped by
      * customer in replay order; each customer's rebuilt record is
      * written when the next customer's events begin, and the last
      * one when the sort runs out.
      ******************************************************************
       REPLAY-RECOVERY-EVENTS.
           MOVE "N" TO WS-SORT-RETURN-SWITCH
           PERFORM UNTIL SORT-RETURN-EOF
               RETURN RECOVER-SORT-FILE
                   AT END SET SORT-RETURN-EOF TO TRUE
                   NOT AT END PERFORM REPLAY-ONE-EVENT
               END-RETURN
           END-PERFORM
           PERFORM FINISH-CUSTOMER.

      ******************************************************************
      * REPLAY-ONE-EVENT
      * Switches customers when the key changes, then applies the
      * event by its class.
      ******************************************************************
       REPLAY-ONE-EVENT.
           IF NOT WS-HAVE-CUSTOMER OR
                   SRT-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER-ID
               PERFORM FINISH-CUSTOMER
               PERFORM START-CUSTOMER
           END-IF
           EVALUATE TRUE
               WHEN SRT-BACKUP-IMAGE
                   MOVE SRT-EVENT-IMAGE TO WS-REBUILT-CUSTOMER
                   MOVE "Y" TO WS-ACCOUNT-LIVE-SWITCH
                   ADD 1 TO WS-BACKUP-LOADED
               WHEN SRT-POSTING
                   MOVE SRT-EVENT-IMAGE TO WS-AUDIT-WORK
                   PERFORM REPLAY-POSTING
               WHEN OTHER
                   MOVE SRT-EVENT-IMAGE TO WS-FEED-WORK
                   PERFORM REPLAY-FEED-EVENT
           END-EVALUATE.

      ******************************************************************
      * START-CUSTOMER
      * Resets the replay state for the customer the next events
      * belong to. Until a backup image or an add arrives the account
      * does not exist.
      ******************************************************************
       START-CUSTOMER.
           MOVE "Y" TO WS-HAVE-CUSTOMER-SWITCH
           MOVE SRT-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
           MOVE "N" TO WS-ACCOUNT-LIVE-SWITCH
           MOVE "N" TO WS-OPENING-PENDING-SWITCH
           MOVE ZERO TO WS-LAST-POST-DATE
           MOVE ZERO TO WS-LAST-POST-TIME
           MOVE ZERO TO WS-CLOSED-DATE
           MOVE ZERO TO WS-CLOSED-BALANCE
           MOVE "N" TO WS-CLOSED-BALANCE-SWITCH
           INITIALIZE WS-REBUILT-CUSTOMER.

      ******************************************************************
      * FINISH-CUSTOMER
      * Writes the rebuilt record of a customer still live at the end
      * of the window. An add whose opening balance never surfaced on
      * a posting is written at zero and listed as unverified.
      * Harmless before the first customer.
      ******************************************************************
       FINISH-CUSTOMER.
           IF WS-HAVE-CUSTOMER AND WS-ACCOUNT-LIVE
               IF WS-OPENING-PENDING
                   MOVE ZERO TO WS-RC-BALANCE
                   ADD 1 TO WS-OPENINGS-UNVERIFIED
                   MOVE WS-THROUGH-DATE TO WS-EL-DATE
                   MOVE SPACES TO WS-EL-TIME
                   MOVE "ADD" TO WS-EL-EVENT
                   MOVE "OPENING BALANCE UNKNOWN - ZERO" TO
                       WS-EL-MESSAGE
                   MOVE SPACES TO WS-EL-AMOUNTS
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               MOVE WS-CURRENT-CUSTOMER-ID TO WS-RC-CUSTOMER-ID
               WRITE REBUILT-CUSTOMER-RECORD FROM WS-REBUILT-CUSTOMER
               IF NOT SUCCESS
                   MOVE "WRITE REBUILT-CUSTOMER" TO WS-ERROR-CONTEXT
                   PERFORM ABEND-CUSTOMER-RECOVER
               END-IF
               ADD 1 TO WS-ACCOUNTS-WRITTEN
               ADD WS-RC-BALANCE TO WS-REBUILT-BALANCE-TOTAL
           END-IF.

      ******************************************************************
      * REPLAY-POSTING
      * Applies one audit posting. The first posting after an add
      * supplies the opening balance; every other posting's
      * AUD-OLD-BALANCE must equal the balance rebuilt so far, and a
      * mismatch is a chain break. Either way the balance moves to
      * the posting's AUD-NEW-BALANCE, so the chain resumes from what
      * was recorded. A RECOVERY posting (old = new) replays like any
      * other. A posting on the date the account was closed belongs
      * to the closed account when it is not live again, or when it
      * was re-added that date and the posting chains from the closed
      * balance rather than opening the new account - the night run
      * posts in file order with the delete, and a delete does not
      * need a zero balance, so a payoff ahead of the delete is
      * normal. Any other posting for an account not on file at that
      * point cannot be applied and is itself a break.
      ******************************************************************
       REPLAY-POSTING.
           IF WS-AUD-RUN-DATE = WS-LAST-POST-DATE AND
                   WS-AUD-RUN-TIME = WS-LAST-POST-TIME
               ADD 1 TO WS-DUPLICATES-SKIPPED
           ELSE
               MOVE WS-AUD-RUN-DATE TO WS-LAST-POST-DATE
               MOVE WS-AUD-RUN-TIME TO WS-LAST-POST-TIME
               ADD 1 TO WS-POSTINGS-REPLAYED
               MOVE WS-AUD-RUN-DATE TO WS-EL-DATE
               MOVE WS-AUD-RUN-TIME TO WS-EL-TIME
               MOVE WS-AUD-TRANS-TYPE TO WS-EL-EVENT
               EVALUATE TRUE
                   WHEN WS-AUD-RUN-DATE = WS-CLOSED-DATE AND
                           NOT WS-ACCOUNT-LIVE
                       PERFORM REPLAY-CLOSED-DAY-POSTING
                   WHEN WS-AUD-RUN-DATE = WS-CLOSED-DATE AND
                           WS-OPENING-PENDING AND
                           WS-CLOSED-BALANCE-KNOWN AND
                           WS-AUD-OLD-BALANCE = WS-CLOSED-BALANCE
                       PERFORM REPLAY-CLOSED-DAY-POSTING
                   WHEN NOT WS-ACCOUNT-LIVE
                       MOVE "POSTING FOR ACCOUNT NOT ON FILE" TO
                           WS-EL-MESSAGE
                       MOVE SPACES TO WS-EL-AMOUNTS
                       PERFORM REPORT-CHAIN-BREAK
                   WHEN OTHER
                       PERFORM REPLAY-LIVE-POSTING
               END-EVALUATE
           END-IF.

      ******************************************************************
      * REPLAY-LIVE-POSTING
      * Chains a posting onto the live account being rebuilt.
      ******************************************************************
       REPLAY-LIVE-POSTING.
           IF WS-OPENING-PENDING
               MOVE "N" TO WS-OPENING-PENDING-SWITCH
               ADD 1 TO WS-OPENINGS-FROM-POSTING
           ELSE
               IF WS-AUD-OLD-BALANCE NOT = WS-RC-BALANCE
                   MOVE "OLD BALANCE DOES NOT CHAIN" TO
                       WS-EL-MESSAGE
                   MOVE WS-RC-BALANCE TO WS-EL-REBUILT
                   MOVE WS-AUD-OLD-BALANCE TO WS-EL-RECORDED
                   PERFORM REPORT-CHAIN-BREAK
               END-IF
           END-IF
           MOVE WS-AUD-NEW-BALANCE TO WS-RC-BALANCE
           IF WS-AUD-TRANS-TYPE = "CHARGEOFF"
               MOVE "O" TO WS-RC-STATUS
           END-IF.

      ******************************************************************
      * REPLAY-CLOSED-DAY-POSTING
      * Chains a posting the night run made before the delete onto
      * the closed account's balance - checked like any other posting
      * when that balance is known, taken as it stands when the
      * account was added and closed before any posting showed it.
      * The closed account is not written to the rebuilt master.
      ******************************************************************
       REPLAY-CLOSED-DAY-POSTING.
           IF WS-CLOSED-BALANCE-KNOWN AND
                   WS-AUD-OLD-BALANCE NOT = WS-CLOSED-BALANCE
               MOVE "OLD BALANCE DOES NOT CHAIN" TO WS-EL-MESSAGE
               MOVE WS-CLOSED-BALANCE TO WS-EL-REBUILT
               MOVE WS-AUD-OLD-BALANCE TO WS-EL-RECORDED
               PERFORM REPORT-CHAIN-BREAK
           END-IF
           MOVE WS-AUD-NEW-BALANCE TO WS-CLOSED-BALANCE
           MOVE "Y" TO WS-CLOSED-BALANCE-SWITCH.

      ******************************************************************
      * REPLAY-FEED-EVENT
      * Applies one change-feed event. An add opens the account from
      * its after image with the opening balance pending; a contact,
      * status, or limit change and a closure must find the account
      * on file with the before image matching what has been rebuilt.
      * A change replaces the rebuilt fields with the after image (so
      * a mismatch is reported once and the rebuild resumes from the
      * feed); a closure ends the account, keeping its date and
      * balance for the postings made ahead of it that date (see
      * REPLAY-POSTING). The night run refuses an
      * add over a live account, so one here is reported and not
      * applied.
      ******************************************************************
       REPLAY-FEED-EVENT.
           MOVE WS-CHG-RUN-DATE TO WS-EL-DATE
           MOVE SPACES TO WS-EL-TIME
           MOVE SPACES TO WS-EL-EVENT
           STRING "FEED " DELIMITED BY SIZE
                   WS-CHG-ACTION-CODE DELIMITED BY SIZE
               INTO WS-EL-EVENT
           END-STRING
           MOVE SPACES TO WS-EL-AMOUNTS
           EVALUATE WS-CHG-ACTION-CODE
               WHEN "A"
                   ADD 1 TO WS-ADDS-REPLAYED
                   IF WS-ACCOUNT-LIVE
                       MOVE "ADD FOR ACCOUNT ALREADY ON FILE" TO
                           WS-EL-MESSAGE
                       PERFORM REPORT-CHAIN-BREAK
                   ELSE
                       PERFORM APPLY-AFTER-IMAGE
                       MOVE ZERO TO WS-RC-BALANCE
                       MOVE "Y" TO WS-ACCOUNT-LIVE-SWITCH
                       MOVE "Y" TO WS-OPENING-PENDING-SWITCH
                   END-IF
               WHEN "C"
               WHEN "S"
               WHEN "L"
                   ADD 1 TO WS-CHANGES-REPLAYED
                   IF NOT WS-ACCOUNT-LIVE
                       MOVE "CHANGE FOR ACCOUNT NOT ON FILE" TO
                           WS-EL-MESSAGE
                       PERFORM REPORT-CHAIN-BREAK
                   ELSE
                       PERFORM CHECK-BEFORE-IMAGE
                       PERFORM APPLY-AFTER-IMAGE
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-CLOSURES-REPLAYED
                   IF NOT WS-ACCOUNT-LIVE
                       MOVE "CLOSURE FOR ACCOUNT NOT ON FILE" TO
                           WS-EL-MESSAGE
                       PERFORM REPORT-CHAIN-BREAK
                   ELSE
                       PERFORM CHECK-BEFORE-IMAGE
                       MOVE WS-CHG-RUN-DATE TO WS-CLOSED-DATE
                       MOVE WS-RC-BALANCE TO WS-CLOSED-BALANCE
                       IF WS-OPENING-PENDING
                           MOVE "N" TO WS-CLOSED-BALANCE-SWITCH
                       ELSE
                           MOVE "Y" TO WS-CLOSED-BALANCE-SWITCH
                       END-IF
                       MOVE "N" TO WS-ACCOUNT-LIVE-SWITCH
                       MOVE "N" TO WS-OPENING-PENDING-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN CHANGE-FEED ACTION" TO WS-EL-MESSAGE
                   PERFORM REPORT-CHAIN-BREAK
           END-EVALUATE.

      ******************************************************************
      * CHECK-BEFORE-IMAGE
      * The event's before image is the record as the night run found
      * it; anything different from the rebuilt fields is a break.
      ******************************************************************
       CHECK-BEFORE-IMAGE.
           IF WS-CHG-OLD-NAME NOT = WS-RC-NAME OR
                   WS-CHG-OLD-ADDRESS NOT = WS-RC-ADDRESS OR
                   WS-CHG-OLD-PHONE NOT = WS-RC-PHONE OR
                   WS-CHG-OLD-STATUS NOT = WS-RC-STATUS OR
                   WS-CHG-OLD-OD-FLAG NOT = WS-RC-OD-LIMIT-FLAG OR
                   WS-CHG-OLD-OD-LIMIT NOT = WS-RC-OD-LIMIT
               MOVE "BEFORE IMAGE DOES NOT MATCH" TO WS-EL-MESSAGE
               PERFORM REPORT-CHAIN-BREAK
           END-IF.

      ******************************************************************
      * APPLY-AFTER-IMAGE
      * Carries the event's after image onto the rebuilt record; the
      * balance is never on the feed and is left alone.
      ******************************************************************
       APPLY-AFTER-IMAGE.
           MOVE WS-CHG-NEW-NAME TO WS-RC-NAME
           MOVE WS-CHG-NEW-ADDRESS TO WS-RC-ADDRESS
           MOVE WS-CHG-NEW-PHONE TO WS-RC-PHONE
           MOVE WS-CHG-NEW-STATUS TO WS-RC-STATUS
           MOVE WS-CHG-NEW-OD-FLAG TO WS-RC-OD-LIMIT-FLAG
           MOVE WS-CHG-NEW-OD-LIMIT TO WS-RC-OD-LIMIT.

      ******************************************************************
      * REPORT-CHAIN-BREAK
      * Counts and lists one break; the caller has filled in the
      * exception line.
      ******************************************************************
       REPORT-CHAIN-BREAK.
           ADD 1 TO WS-CHAIN-BREAKS
           PERFORM WRITE-EXCEPTION-LINE.

      ******************************************************************
      * WRITE-EXCEPTION-LINE
      * Writes the exception line for the current customer.
      ******************************************************************
       WRITE-EXCEPTION-LINE.
           MOVE WS-CURRENT-CUSTOMER-ID TO WS-EL-CUSTOMER-ID
           WRITE RECOVER-LINE FROM WS-EXCEPTION-LINE
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * WRITE-RECOVERY-SUMMARY
      * Writes the replay totals and the verdict on whether the
      * rebuilt master can go back into production.
      ******************************************************************
       WRITE-RECOVERY-SUMMARY.
           MOVE WS-BACKUP-LOADED TO WS-SUM-LOADED
           MOVE WS-POSTINGS-REPLAYED TO WS-SUM-POSTINGS
           MOVE WS-DUPLICATES-SKIPPED TO WS-SUM-DUPLICATES
           WRITE RECOVER-LINE FROM WS-SUMMARY-LINE-1
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-ADDS-REPLAYED TO WS-SUM-ADDS
           MOVE WS-CHANGES-REPLAYED TO WS-SUM-CHANGES
           MOVE WS-CLOSURES-REPLAYED TO WS-SUM-CLOSURES
           WRITE RECOVER-LINE FROM WS-SUMMARY-LINE-2
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-CHAIN-BREAKS TO WS-SUM-BREAKS
           MOVE WS-OPENINGS-FROM-POSTING TO WS-SUM-OPENINGS
           MOVE WS-OPENINGS-UNVERIFIED TO WS-SUM-UNVERIFIED
           WRITE RECOVER-LINE FROM WS-SUMMARY-LINE-3
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-ACCOUNTS-WRITTEN TO WS-SUM-WRITTEN
           MOVE WS-REBUILT-BALANCE-TOTAL TO WS-SUM-BALANCE
           WRITE RECOVER-LINE FROM WS-SUMMARY-LINE-4
           PERFORM CHECK-REPORT-STATUS
           IF WS-CHAIN-BREAKS > ZERO OR WS-OPENINGS-UNVERIFIED > ZERO
               WRITE RECOVER-LINE FROM WS-REVIEW-LINE
           ELSE
               WRITE RECOVER-LINE FROM WS-TRUSTED-LINE
           END-IF
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * CHECK-REPORT-STATUS
      * Checks REPORT-STATUS after a WRITE RECOVER-LINE. The report
      * itself has failed, so the abend goes to the console.
      ******************************************************************
       CHECK-REPORT-STATUS.
           IF NOT REPORT-OK
               DISPLAY "FATAL: WRITE RECOVER-LINE FAILED, STATUS="
                   REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * PARM-ABEND
      * The command line is missing a date, carries a date that is
      * not a real YYYYMMDD date, or asks to rebuild through a date
      * before the backup.
      ******************************************************************
       PARM-ABEND.
           DISPLAY "FATAL: INVALID COMMAND LINE '"
               FUNCTION TRIM(WS-COMMAND-LINE) "'"
           DISPLAY "EXPECTED BACKUP-YYYYMMDD THROUGH-YYYYMMDD, THROUGH "
               "DATE NOT BEFORE BACKUP DATE"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * ABEND-CUSTOMER-RECOVER
      * Reports the failed operation and its status to the console,
      * closes everything, and ends with RETURN-CODE 16. A partial
      * CUSTOMER-REBUILT.DAT is left behind and must not be used.
      ******************************************************************
       ABEND-CUSTOMER-RECOVER.
           DISPLAY "FATAL: " WS-ERROR-CONTEXT " STATUS=" FILE-STATUS
           CLOSE BACKUP-CUSTOMER-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE CHANGE-FEED-HIST-FILE
           CLOSE REBUILT-CUSTOMER-FILE
           CLOSE RECOVER-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

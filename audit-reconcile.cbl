      *                  CUST-BALANCE on CUSTOMER.DAT, or the archived
      *                  CLA-CUST-BALANCE on CLOSED-ACCOUNTS.DAT for a
      *                  closed account
      *                - a REVERSAL row points back at an original
      *                  posting it exactly offsets
      *              and, across the file, re-totals CHARGE, NSF and
      *              INTEREST (net of their reversals) by
      *              AUD-RUN-DATE and ties out every date the
      *              FEE-INCOME/NSF-FEE-INCOME/INTEREST-EXPENSE lines on
      *              GL-EXTRACT.DAT cover (the extract is rewritten
      *              each night, so older audit dates have no GL side
      *              to compare). Every break goes on the exception
      *                        actually carries - the extract is
      *                        rewritten nightly, so older audit
      *                        dates are not breaks
      * 2026-10-15 DEV-TEAM    Exempt RECOVERY rows from the old +
      *                        amount = new check - a recovery on a
      *                        charged-off account settles written-off
      *                        debt and leaves the balance unchanged
      * 2026-10-15 DEV-TEAM    Mirror the reversal fields added to the
      *                        audit trail layout; REVERSAL rows net
      *                        into the CHARGE/INTEREST date totals
      *                        they reverse and are checked against
      *                        the original posting they name
      * 2026-10-15 DEV-TEAM    Mirror the overdraft-limit fields added
      *                        to the customer record layout
      * 2026-10-15 DEV-TEAM    Tie the NSF fee audit rows (net of
      *                        their reversals) out against the GL
      *                        NSF-FEE-INCOME line
      * 2026-10-15 DEV-TEAM    Mirror the approver ID added to the
      *                        audit trail layout
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 CUST-PHONE       PIC X(15).
           05 CUST-BALANCE     PIC S9(7)V99.
           05 CUST-STATUS      PIC X.
           05 CUST-OD-LIMIT-FLAG PIC X.
           05 CUST-OD-LIMIT    PIC 9(7)V99.

      ******************************************************************
      * Audit Trail Layout - mirrors CUSTOMER-PROCESS exactly, this
           05 AUD-TRANS-TYPE        PIC X(10).
           05 AUD-OPERATOR-ID       PIC X(8).
           05 AUD-REASON-CODE       PIC X(10).
           05 AUD-ORIG-RUN-DATE     PIC 9(8).
           05 AUD-ORIG-RUN-TIME     PIC 9(8).
           05 AUD-ORIG-TRANS-TYPE   PIC X(10).
           05 AUD-APPROVER-ID       PIC X(8).

      ******************************************************************
      * Closed Accounts Archive Layout - mirrors CUSTOMER-PROCESS
       01 WS-FIRST-IN-GROUP-SWITCH PIC X.
           88 WS-FIRST-IN-GROUP        VALUE "Y".

      ******************************************************************
      * Reversal pairing state - the REVERSAL row is parked here while
      * its original is read by key, then restored so the sequential
      * walk resumes right after it.
      ******************************************************************
       01 WS-REVERSAL-SAVE         PIC X(111).
       01 WS-REV-AMOUNT            PIC S9(7)V99.
       01 WS-REV-ORIG-TYPE         PIC X(10).
       01 WS-REV-YEAR              PIC 9(4).

      ******************************************************************
      * Closed-accounts table - the archive loaded once at start,
      * keeping the latest closure per CUSTOMER-ID (an ID can close,
               10 WS-CLOSED-BALANCE    PIC S9(7)V99.

      ******************************************************************
      * Per-run-date CHARGE/NSF/INTEREST totals, built from AUDIT-FILE
      * and from GL-EXTRACT.DAT, compared date by date at the end.
      * Entries are created on demand from whichever side mentions
      * the date first, but only dates GL-EXTRACT.DAT actually
      * carries (WS-DT-GL-SEEN) are compared: CUSTOMER-PROCESS opens
               10 WS-DT-RUN-DATE       PIC 9(8).
               10 WS-DT-AUD-CHARGE     PIC S9(11)V99.
               10 WS-DT-AUD-INTEREST   PIC S9(11)V99.
               10 WS-DT-AUD-NSF        PIC S9(11)V99.
               10 WS-DT-GL-FEE         PIC S9(11)V99.
               10 WS-DT-GL-NSF         PIC S9(11)V99.
               10 WS-DT-GL-INTEREST    PIC S9(11)V99.
               10 WS-DT-GL-SEEN        PIC X.

      * Verifies one audit record's internal arithmetic and its chain
      * to the record before it, closing out the previous customer's
      * group (final-balance check) whenever the CUSTOMER-ID changes,
      * and folds CHARGE/NSF/INTEREST amounts into the per-date
      * totals.
      * A RECOVERY row carries the amount recovered against a
      * charged-off loss with old and new balance equal on purpose,
      * so only its chain link is checked, not its arithmetic. A
      * REVERSAL row nets into the total of the type it reverses, the
      * same way CUSTOMER-PROCESS backs it out of the GL line, and is
      * then paired with its original.
      ******************************************************************
       REPLAY-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-RECORDS-READ
           END-IF
           COMPUTE WS-EXPECTED-NEW-BALANCE =
               AUD-OLD-BALANCE + AUD-AMOUNT-APPLIED
           IF WS-EXPECTED-NEW-BALANCE NOT = AUD-NEW-BALANCE AND
                   AUD-TRANS-TYPE NOT = "RECOVERY"
               MOVE AUD-CUSTOMER-ID TO WS-RX-CUSTOMER-ID
               MOVE AUD-RUN-DATE TO WS-RX-RUN-DATE
               MOVE "OLD + AMOUNT DOES NOT EQUAL NEW" TO WS-RX-REASON
           MOVE "N" TO WS-FIRST-IN-GROUP-SWITCH
           MOVE AUD-NEW-BALANCE TO WS-LAST-NEW-BALANCE
           IF AUD-TRANS-TYPE = "CHARGE" OR AUD-TRANS-TYPE = "INTEREST"
                   OR AUD-TRANS-TYPE = "NSF"
                   OR (AUD-TRANS-TYPE = "REVERSAL" AND
                       (AUD-ORIG-TRANS-TYPE = "CHARGE" OR
                        AUD-ORIG-TRANS-TYPE = "INTEREST" OR
                        AUD-ORIG-TRANS-TYPE = "NSF"))
               PERFORM FIND-DATE-ENTRY
               IF WS-DATE-MATCH-IDX > ZERO
                   SET WS-DATE-IDX TO WS-DATE-MATCH-IDX
                   EVALUATE TRUE
                       WHEN AUD-TRANS-TYPE = "CHARGE" OR
                               AUD-ORIG-TRANS-TYPE = "CHARGE"
                           ADD AUD-AMOUNT-APPLIED TO
                               WS-DT-AUD-CHARGE (WS-DATE-IDX)
                       WHEN AUD-TRANS-TYPE = "NSF" OR
                               AUD-ORIG-TRANS-TYPE = "NSF"
                           ADD AUD-AMOUNT-APPLIED TO
                               WS-DT-AUD-NSF (WS-DATE-IDX)
                       WHEN OTHER
                           ADD AUD-AMOUNT-APPLIED TO
                               WS-DT-AUD-INTEREST (WS-DATE-IDX)
                   END-EVALUATE
               END-IF
           END-IF
           IF AUD-TRANS-TYPE = "REVERSAL"
               PERFORM VERIFY-REVERSAL-PAIR
           END-IF.

      ******************************************************************
      * VERIFY-REVERSAL-PAIR
      * Reads the original posting the REVERSAL row names and checks
      * it is the type recorded and that the two amounts cancel. The
      * original is not a break when it is missing from an earlier
      * year - AUDIT-ARCHIVE moves whole years out of AUDIT.DAT - but
      * an original from the reversal's own year must still be on
      * file. The walk is repositioned just past the REVERSAL row.
      ******************************************************************
       VERIFY-REVERSAL-PAIR.
           MOVE AUDIT-RECORD TO WS-REVERSAL-SAVE
           MOVE AUD-AMOUNT-APPLIED TO WS-REV-AMOUNT
           MOVE AUD-ORIG-TRANS-TYPE TO WS-REV-ORIG-TYPE
           MOVE AUD-RUN-DATE (1:4) TO WS-REV-YEAR
           MOVE AUD-CUSTOMER-ID TO WS-RX-CUSTOMER-ID
           MOVE AUD-RUN-DATE TO WS-RX-RUN-DATE
           MOVE AUD-ORIG-RUN-DATE TO AUD-RUN-DATE
           MOVE AUD-ORIG-RUN-TIME TO AUD-RUN-TIME
           READ AUDIT-FILE
               INVALID KEY
                   IF AUD-RUN-DATE (1:4) = WS-REV-YEAR
                       MOVE "REVERSAL - ORIGINAL NOT ON FILE" TO
                           WS-RX-REASON
                       MOVE WS-REV-AMOUNT TO WS-RX-AMOUNT-1
                       MOVE ZERO TO WS-RX-AMOUNT-2
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               NOT INVALID KEY
                   IF AUD-TRANS-TYPE NOT = WS-REV-ORIG-TYPE OR
                           AUD-AMOUNT-APPLIED + WS-REV-AMOUNT
                               NOT = ZERO
                       MOVE "REVERSAL DOES NOT OFFSET ORIGINAL" TO
                           WS-RX-REASON
                       MOVE WS-REV-AMOUNT TO WS-RX-AMOUNT-1
                       MOVE AUD-AMOUNT-APPLIED TO WS-RX-AMOUNT-2
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
           END-READ
           MOVE WS-REVERSAL-SAVE TO AUDIT-RECORD
           START AUDIT-FILE KEY IS GREATER THAN AUDIT-KEY
               INVALID KEY SET AUDIT-EOF TO TRUE
           END-START.

      ******************************************************************
      * VERIFY-FINAL-BALANCE
      * Ties the customer group that just ended out against the live
                   MOVE AUD-RUN-DATE TO WS-DT-RUN-DATE (WS-DATE-IDX)
                   MOVE ZERO TO WS-DT-AUD-CHARGE (WS-DATE-IDX)
                   MOVE ZERO TO WS-DT-AUD-INTEREST (WS-DATE-IDX)
                   MOVE ZERO TO WS-DT-AUD-NSF (WS-DATE-IDX)
                   MOVE ZERO TO WS-DT-GL-FEE (WS-DATE-IDX)
                   MOVE ZERO TO WS-DT-GL-NSF (WS-DATE-IDX)
                   MOVE ZERO TO WS-DT-GL-INTEREST (WS-DATE-IDX)
                   MOVE "N" TO WS-DT-GL-SEEN (WS-DATE-IDX)
                   SET WS-DATE-MATCH-IDX TO WS-DATE-IDX

      ******************************************************************
      * TOTAL-GL-EXTRACT
      * Reads GL-EXTRACT.DAT and folds every FEE-INCOME, NSF-FEE-
      * INCOME and INTEREST-EXPENSE line into the per-date table
      * (several lines can share a date - reruns and partitions each
      * write their own). Other account lines (payments, deposits,
      * withdrawals, adjustments) are not part of this tie-out and
      * are passed over. Each line's date is marked GL-seen; only
      * those dates are compared, since the nightly OUTPUT open means
      * the extract never carries the audit file's older history. An
      * absent extract leaves no date GL-seen and the tie-out simply
      * has nothing to check.
      ******************************************************************
       TOTAL-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
                    WS-GL-AMOUNT-FIELD
           END-UNSTRING
           IF WS-GL-ACCOUNT-FIELD = "FEE-INCOME" OR
                   WS-GL-ACCOUNT-FIELD = "NSF-FEE-INCOME" OR
                   WS-GL-ACCOUNT-FIELD = "INTEREST-EXPENSE"
               IF WS-GL-DATE-FIELD NOT NUMERIC
                   MOVE ZERO TO WS-RX-CUSTOMER-ID
                   IF WS-DATE-MATCH-IDX > ZERO
                       SET WS-DATE-IDX TO WS-DATE-MATCH-IDX
                       MOVE "Y" TO WS-DT-GL-SEEN (WS-DATE-IDX)
                       EVALUATE WS-GL-ACCOUNT-FIELD
                           WHEN "FEE-INCOME"
                               ADD WS-GL-AMOUNT TO
                                   WS-DT-GL-FEE (WS-DATE-IDX)
                           WHEN "NSF-FEE-INCOME"
                               ADD WS-GL-AMOUNT TO
                                   WS-DT-GL-NSF (WS-DATE-IDX)
                           WHEN OTHER
                               ADD WS-GL-AMOUNT TO
                                   WS-DT-GL-INTEREST (WS-DATE-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
      * COMPARE-DATE-TOTALS
      * Walks the per-date table and, for each date GL-EXTRACT.DAT
      * actually carries, writes one exception when the audited
      * CHARGE total disagrees with the GL FEE-INCOME total, one when
      * the audited NSF total disagrees with the GL NSF-FEE-INCOME
      * total, and one when the audited INTEREST total disagrees with
      * the GL INTEREST-EXPENSE total. Audit dates with no GL side
      * (history older than the extract the nightly OUTPUT open
      * keeps) are consistent files, not breaks, and are skipped.
      ******************************************************************
       COMPARE-DATE-TOTALS.
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                           WS-RX-AMOUNT-2
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                   IF WS-DT-AUD-NSF (WS-DATE-IDX) NOT =
                           WS-DT-GL-NSF (WS-DATE-IDX)
                       MOVE ZERO TO WS-RX-CUSTOMER-ID
                       MOVE WS-DT-RUN-DATE (WS-DATE-IDX) TO
                           WS-RX-RUN-DATE
                       MOVE "NSF TOTAL VS GL NSF-FEE-INCOME" TO
                           WS-RX-REASON
                       MOVE WS-DT-AUD-NSF (WS-DATE-IDX) TO
                           WS-RX-AMOUNT-1
                       MOVE WS-DT-GL-NSF (WS-DATE-IDX) TO
                           WS-RX-AMOUNT-2
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                   IF WS-DT-AUD-INTEREST (WS-DATE-IDX) NOT =
                           WS-DT-GL-INTEREST (WS-DATE-IDX)
                       MOVE ZERO TO WS-RX-CUSTOMER-ID

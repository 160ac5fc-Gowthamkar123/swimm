      * Purpose:     Stand-alone consolidation step for partitioned
      *              CUSTOMER-PROCESS runs. A partitioned run leaves
      *              one REPORT-, AUDIT-, GL-EXTRACT-, COLLECTIONS-,
      *              EXCEPTION-, TIER-REPORT-, CLOSED-ACCOUNTS-,
      *              CHANGE-FEED-, and NSF-REPORT- file per suffix on
      *              disk; until now an operator concatenated them
      *              back into the unsuffixed names by hand, which
      *              has already produced an AUDIT.DAT
      *              the statement job could not key into. This job
      *              takes the business date and the suffix list,
      *              verifies each partition actually finished (its
      *                        before appending any of them, so a
      *                        flagged partition contributes nothing
      *                        to production
      * 2026-10-15 DEV-TEAM    Mirror the reversal fields added to the
      *                        audit trail layout
      * 2026-10-15 DEV-TEAM    Merge the per-partition NSF-REPORT-
      *                        files; change-feed records widen to
      *                        235 bytes for the overdraft-limit
      *                        images
      * 2026-10-15 DEV-TEAM    Mirror the approver ID added to the
      *                        audit trail layout
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 PA-TRANS-TYPE         PIC X(10).
           05 PA-OPERATOR-ID        PIC X(8).
           05 PA-REASON-CODE        PIC X(10).
           05 PA-ORIG-RUN-DATE      PIC 9(8).
           05 PA-ORIG-RUN-TIME      PIC 9(8).
           05 PA-ORIG-TRANS-TYPE    PIC X(10).
           05 PA-APPROVER-ID        PIC X(8).

       FD PROD-AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-TRANS-TYPE        PIC X(10).
           05 AUD-OPERATOR-ID       PIC X(8).
           05 AUD-REASON-CODE       PIC X(10).
           05 AUD-ORIG-RUN-DATE     PIC 9(8).
           05 AUD-ORIG-RUN-TIME     PIC 9(8).
           05 AUD-ORIG-TRANS-TYPE   PIC X(10).
           05 AUD-APPROVER-ID       PIC X(8).

      ******************************************************************
      * Generic sequential line - REPORT, EXCEPTION, COLLECTIONS,
      * GL-EXTRACT, TIER-REPORT, and NSF-REPORT files all carry
      * 100-byte lines, so one pair of FDs serves all six types,
      * re-pointed at each suffixed/unsuffixed name in turn.
      ******************************************************************
       FD PART-SEQ-FILE.
       01 PART-SEQ-RECORD          PIC X(100).
      * so it gets its own FD pair.
      ******************************************************************
       FD PART-FEED-FILE.
       01 PART-FEED-RECORD         PIC X(235).

       FD PROD-FEED-FILE.
       01 PROD-FEED-RECORD         PIC X(235).

      ******************************************************************
      * Checkpoint Layout - mirrors CUSTOMER-PROCESS exactly; a
      ******************************************************************
      * VERIFY-PARTITION-FILES
      * Opens (and immediately closes) every one of the partition's
      * nine output files before anything is appended to production.
      * A file found missing halfway through the merge would leave
      * the files already appended in production with the partition
      * never marked M, so the rerun after the missing file was
           PERFORM VERIFY-PART-SEQ-FILE
           MOVE "TIER-REPORT-" TO WS-SEQ-TYPE-PREFIX
           PERFORM VERIFY-PART-SEQ-FILE
           MOVE "NSF-REPORT-" TO WS-SEQ-TYPE-PREFIX
           PERFORM VERIFY-PART-SEQ-FILE
           PERFORM BUILD-CLOSED-NAME
           OPEN INPUT PART-CLOSED-FILE
           IF NOT PART-CLOSED-OK
           MOVE "TIER-REPORT-" TO WS-SEQ-TYPE-PREFIX
           MOVE "TIER-REPORT.DAT" TO WS-SEQ-TYPE-PROD-NAME
           PERFORM MERGE-PARTITION-SEQ-FILE
           MOVE "NSF-REPORT-" TO WS-SEQ-TYPE-PREFIX
           MOVE "NSF-REPORT.DAT" TO WS-SEQ-TYPE-PROD-NAME
           PERFORM MERGE-PARTITION-SEQ-FILE
           PERFORM MERGE-PARTITION-CLOSED
           PERFORM MERGE-PARTITION-FEED.


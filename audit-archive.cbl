      *                        over a non-empty stage so an
      *                        interrupted rebuild's recovery copy is
      *                        never truncated by a blind rerun
      * 2026-10-15 DEV-TEAM    Mirror the reversal fields added to the
      *                        audit trail layout
      * 2026-10-15 DEV-TEAM    Mirror the approver ID added to the
      *                        audit trail layout
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 AUD-TRANS-TYPE        PIC X(10).
           05 AUD-OPERATOR-ID       PIC X(8).
           05 AUD-REASON-CODE       PIC X(10).
           05 AUD-ORIG-RUN-DATE     PIC 9(8).
           05 AUD-ORIG-RUN-TIME     PIC 9(8).
           05 AUD-ORIG-TRANS-TYPE   PIC X(10).
           05 AUD-APPROVER-ID       PIC X(8).

      ******************************************************************
      * Per-year Archive Layout - the same record and key as the live
           05 ARC-TRANS-TYPE        PIC X(10).
           05 ARC-OPERATOR-ID       PIC X(8).
           05 ARC-REASON-CODE       PIC X(10).
           05 ARC-ORIG-RUN-DATE     PIC 9(8).
           05 ARC-ORIG-RUN-TIME     PIC 9(8).
           05 ARC-ORIG-TRANS-TYPE   PIC X(10).
           05 ARC-APPROVER-ID       PIC X(8).

      ******************************************************************
      * Keep-file Layout - the rows staying live, staged in key order
      * so the rebuild can write them straight back.
      ******************************************************************
       FD AUDIT-KEEP-FILE.
       01 KEEP-AUDIT-RECORD        PIC X(111).

      ******************************************************************
      * Sort work file - holds the roll-off rows ordered by archive
       SD ARCHIVE-SORT-FILE.
       01 ARCH-SORT-RECORD.
           05 SRT-RUN-YEAR          PIC 9(4).
           05 SRT-AUDIT-IMAGE       PIC X(111).

      ******************************************************************
      * Roll-off Report Layout - one line per archive year touched

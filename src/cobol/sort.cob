      *                     rescan of the whole update batch grew
      *                     with master-size times batch-size and
      *                     was eating the 02:00 window.
      *   2026-10-15  dev   Record length 2046 (expiry fields).
      *   2026-10-15  dev   Record length 2086 (sponsor field).
      *   2026-10-15  dev   Record length 2292 (podcast episode fields).
      *   2026-10-15  dev   Record length 2600 (event fields).
      * ============================================================

       ENVIRONMENT DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD         PIC X(2600).

       FD DYN-INPUT-FILE.
       01 DYN-INPUT-RECORD     PIC X(2600).

       FD INPUT-MANIFEST-FILE.
       01 INPUT-MANIFEST-RECORD PIC X(256).

       FD MASTER-FILE.
       01 MASTER-LINE           PIC X(2600).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD        PIC X(2600).

       FD UPDATE-WORK-FILE.
       01 UPDATE-WORK-RECORD   PIC X(2600).

       FD UPDATE-BYSLUG-FILE.
      * The update batch re-sorted by slug alone, split at the
       01 UPDATE-BYSLUG-RECORD.
           05 UB-LEAD          PIC X(18).
           05 UB-SLUG          PIC X(60).
           05 UB-REST          PIC X(2522).

       FD MASTER-KEEP-FILE.
       01 MASTER-KEEP-RECORD   PIC X(2707).

       FD LOCK-FILE.
       01 LOCK-LINE            PIC X(80).
       01 BYSLUG-SORT-RECORD.
           05 BS-LEAD          PIC X(18).
           05 BS-SLUG          PIC X(60).
           05 BS-REST          PIC X(2522).

       SD MSORT-FILE.
      * The master decorated with its slug, input sequence, tag
           05 MS-SEQ           PIC 9(9).
           05 MS-TAG           PIC X(30).
           05 MS-DATE          PIC X(8).
           05 MS-POST          PIC X(2600).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
      * modification at the POSTREC offsets (POST-DATE at 1, 8
      * long; POST-SLUG at 19, 60 long; POST-TAG at 239, 30 long)
      * - see POSTREC.cpy.
       01 WS-CURRENT-UPDATE       PIC X(2600) VALUE SPACES.
       01 WS-UPDATE-KEY           PIC X(98) VALUE SPACES.
      * Merge-join state: the slug cursor over the by-slug update
      * stream, the master decoration sequence, and the count of

      *                      last good export on stdin (the same
      *                      grouping rules as load; overwrites
      *                      the catalog named by --catalog=)
      *   batch   --transactions=<path>
      *                      apply a file of add/replace/delete
      *                      entries as one unit. Each entry opens
      *                      with a "TXN|operation|slug" line; an
      *                      add or replace entry is followed by the
      *                      post's POSTREC lines, a delete entry by
      *                      none. The whole file is checked against
      *                      the catalog first (no add over an
      *                      existing slug, no replace or delete of
      *                      a missing one, one entry per slug, the
      *                      records must carry the entry's slug) -
      *                      any refusal and nothing is applied. If
      *                      a write fails part-way, every entry
      *                      already applied is backed out and the
      *                      catalog is left exactly as it was. The
      *                      transaction report (each entry's
      *                      outcome, catalog record counts before
      *                      and after) goes to stdout.
      *
      * replace and delete move the superseded records onto the
      * revision-history file (--history=<path>, default
      * did this article say before the correction?" has an
      * answer. The history is EXTENDed, never rewritten. Revision
      * granularity is the run date: a second same-day replace of
      * one slug folds into that day's snapshot. A batch collects
      * its superseded records in a work file first and EXTENDs the
      * history only once the whole batch has gone in, so a backed
      * out batch leaves no revisions behind.
      *
      * A slug under legal hold (an unreleased line for it on the
      * COBLOG-HOLDS register, --holds=<path>, default
      * coblog-legal-holds.dat) is frozen: replace and delete
      * refuse it, and a batch holding a replace or delete entry
      * for it is refused whole. Every refusal is appended to the
      * hold audit trail (--hold-audit=<path>, default
      * coblog-legal-hold-audit.dat).
      *
      * Diagnostics and the end-of-run audit line go to stderr; the
      * exit code is non-zero when the requested operation failed.
      *   2026-09-02  dev   Revision history on replace/delete;
      *                     asof and revisions operations.
      *   2026-09-02  dev   verify and rebuild operations.
      *   2026-10-15  dev   batch operation: transaction file
      *                     applied all-or-nothing, with report.
      *   2026-10-15  dev   Record length 2046 (expiry fields).
      *   2026-10-15  dev   Record length 2086 (sponsor field).
      *   2026-10-15  dev   Record length 2292 (podcast episode fields).
      *   2026-10-15  dev   Record length 2600 (event fields).
      *   2026-10-15  dev   replace/delete/batch refuse slugs under
      *                     legal hold.
      *   2026-10-15  dev   Slug's records all copied before any is
      *                     deleted; batch backs out on a work-file
      *                     failure instead of stopping.
      * ============================================================

       ENVIRONMENT DIVISION.
           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT TXN-FILE ASSIGN TO WS-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT BATCH-WORK-FILE ASSIGN TO WS-BATCH-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-WORK-STATUS.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT OPTIONAL HOLD-AUDIT-FILE
               ASSIGN TO WS-HOLD-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-AUDIT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORT-WORK".

       DATA DIVISION.
           05 CAT-KEY.
               10 CAT-SLUG     PIC X(60).
               10 CAT-SEQ      PIC 9(4).
           05 CAT-POST         PIC X(2600).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-OP          PIC X(8).
           05 HIST-SLUG        PIC X(60).
           05 HIST-SEQ         PIC 9(4).
           05 HIST-POST        PIC X(2600).

      * Batch work file: the records a batch supersedes, in the
      * history layout - they become the revision history when the
      * batch goes in, and the backout source when it does not
       FD BATCH-WORK-FILE.
       01 BATCH-WORK-RECORD.
           05 BW-DATE          PIC X(8).
           05 BW-OP            PIC X(8).
           05 BW-SLUG          PIC X(60).
           05 BW-SEQ           PIC 9(4).
           05 BW-POST          PIC X(2600).

       FD TXN-FILE.
       01 TXN-RECORD           PIC X(2600).

       FD EXPORT-FILE.
       01 EXPORT-RECORD        PIC X(2600).

       FD INPUT-FILE.
       01 INPUT-RECORD         PIC X(2600).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD        PIC X(2600).

       FD HOLDS-FILE.
       01 HOLDS-LINE           PIC X(300).

       FD HOLD-AUDIT-FILE.
       01 HOLD-AUDIT-LINE      PIC X(200).

       SD SORT-FILE.
       01 EXPORT-SORT-RECORD.
           05 EXP-DATE         PIC X(8).
           05 EXP-SLUG         PIC X(60).
           05 EXP-SEQ          PIC 9(4).
           05 EXP-POST         PIC X(2600).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS    PIC XX VALUE SPACES.
       01 WS-EXPORT-PATH       PIC X(256) VALUE SPACES.
       01 WS-EXPORT-STATUS     PIC XX VALUE SPACES.
       01 WS-GOT-EXPORT        PIC 9  VALUE 0.
       01 WS-FIRST-POST        PIC X(2600) VALUE SPACES.
       01 WS-EXPECT-SEQ        PIC 9(4) VALUE 0.
       01 WS-VFY-SLUG          PIC X(60) VALUE SPACES.
       01 WS-VFY-SLUG-LINES    PIC 9(4) VALUE 0.
       01 WS-SEQ-DISP          PIC ZZZ9.
       01 WS-SEQ-DISP-2        PIC ZZZ9.

      * Batch transactions (--op=batch --transactions=<path>). One
      * table entry per "TXN|operation|slug" header; WS-TXN-STATE is
      * what the report prints for the entry.
       01 WS-TXN-PATH          PIC X(256) VALUE SPACES.
       01 WS-TXN-STATUS        PIC XX VALUE SPACES.
       01 WS-GOT-TXN           PIC 9  VALUE 0.
       01 WS-BATCH-WORK-PATH   PIC X(256) VALUE SPACES.
       01 WS-BATCH-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-WORK-SUFFIX       PIC X(16) VALUE SPACES.
       01 WS-RM-CMD            PIC X(300) VALUE SPACES.
       01 WS-REAL-HISTORY-PATH PIC X(256) VALUE SPACES.
       01 WS-BATCH-APPLYING    PIC 9  VALUE 0.
       01 WS-HIST-FAILED       PIC 9  VALUE 0.
       01 WS-TXN-TABLE.
           05 WS-TXN-ENTRY OCCURS 200 TIMES.
               10 WS-TXN-OP        PIC X(8).
               10 WS-TXN-SLUG      PIC X(60).
               10 WS-TXN-LINES     PIC 9(4).
               10 WS-TXN-STATE     PIC X(12).
               10 WS-TXN-NOTE      PIC X(60).
       01 WS-TXN-COUNT         PIC 999 VALUE 0.
       01 WS-TXN-I             PIC 999 VALUE 0.
       01 WS-TXN-J             PIC 999 VALUE 0.
       01 WS-TXN-CUR           PIC 999 VALUE 0.
       01 WS-TXN-APPLIED       PIC 999 VALUE 0.
       01 WS-TXN-REFUSED       PIC 999 VALUE 0.
       01 WS-TXN-STRAY         PIC 9(4) VALUE 0.
       01 WS-TXN-OVERFLOW      PIC 9  VALUE 0.
       01 WS-TXN-HAS-HISTORY   PIC 9  VALUE 0.
       01 WS-TXN-HDR-OP        PIC X(20) VALUE SPACES.
       01 WS-TXN-HDR-SLUG      PIC X(80) VALUE SPACES.
       01 WS-TXN-OUT-BEFORE    PIC 9(6) VALUE 0.
       01 WS-TXN-OUT-DELTA     PIC 9(6) VALUE 0.
       01 WS-TXN-OUTCOME       PIC X(40) VALUE SPACES.
       01 WS-TXN-REASON        PIC X(60) VALUE SPACES.
       01 WS-KEEP-WORK         PIC 9  VALUE 0.
       01 WS-COUNT-BEFORE      PIC 9(6) VALUE 0.
       01 WS-COUNT-AFTER       PIC 9(6) VALUE 0.
       01 WS-COUNT-WORK        PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZ9.
       01 WS-TXN-COUNT-DISP    PIC ZZ9.

      * Legal holds: the unreleased lines of the COBLOG-HOLDS
      * register ("slug|matter|placed-by|placed|released"), and the
      * audit trail every refusal is appended to
       01 WS-HOLDS-PATH        PIC X(256)
           VALUE "coblog-legal-holds.dat".
       01 WS-HOLDS-STATUS      PIC XX VALUE SPACES.
       01 WS-HOLD-AUDIT-PATH   PIC X(256)
           VALUE "coblog-legal-hold-audit.dat".
       01 WS-HOLD-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-HOLDS-LOADED      PIC 9  VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES.
               10 WS-HOLD-SLUG     PIC X(60).
               10 WS-HOLD-MATTER   PIC X(40).
       01 WS-HOLD-COUNT        PIC 9(4) VALUE 0.
       01 WS-HOLD-I            PIC 9(4) VALUE 0.
       01 WS-HOLD-FOUND        PIC 9(4) VALUE 0.
       01 WS-HOLD-KEY          PIC X(60) VALUE SPACES.
       01 WS-HOLD-ACTION       PIC X(20) VALUE SPACES.
       01 WS-HL-SLUG           PIC X(60) VALUE SPACES.
       01 WS-HL-MATTER         PIC X(40) VALUE SPACES.
       01 WS-HL-BY             PIC X(40) VALUE SPACES.
       01 WS-HL-PLACED         PIC X(8) VALUE SPACES.
       01 WS-HL-RELEASED       PIC X(8) VALUE SPACES.
       01 WS-HELD-REFUSED      PIC 9(6) VALUE 0.
       01 WS-HELD-REFUSED-DISP PIC ZZZZZ9.

      * Field view of one flat post record
       01 WS-POST-REC.
           COPY POSTREC.
       01 WS-SEQ               PIC 9(4) VALUE 0.
       01 WS-LOAD-PREV-SLUG    PIC X(60) VALUE SPACES.

      * Command line. WS-ARGS is sized for several path-valued
      * flags - ACCEPT FROM COMMAND-LINE truncates silently.
       01 WS-ARGS              PIC X(1024) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.
                   PERFORM OP-VERIFY
               WHEN "rebuild"
                   PERFORM OP-REBUILD
               WHEN "batch"
                   PERFORM OP-BATCH
               WHEN OTHER
                   DISPLAY "COBLOG-CATALOG: unknown --op='"
                       FUNCTION TRIM(WS-OPERATION)
                       "' (load/add/replace/delete/inquire/export/"
                       "asof/revisions/verify/rebuild/batch)"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
           END-EVALUATE
                                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                                       TO WS-EXPORT-PATH
                                   MOVE 1 TO WS-GOT-EXPORT
                               ELSE
                               IF WS-ARG-ENTRY(WS-ARG-I)(1:15)
                                   = "--transactions="
                                   MOVE WS-ARG-ENTRY(WS-ARG-I)(16:)
                                       TO WS-TXN-PATH
                                   MOVE 1 TO WS-GOT-TXN
                               ELSE
                               IF WS-ARG-ENTRY(WS-ARG-I)(1:8)
                                   = "--holds="
                                   MOVE WS-ARG-ENTRY(WS-ARG-I)(9:)
                                       TO WS-HOLDS-PATH
                               ELSE
                               IF WS-ARG-ENTRY(WS-ARG-I)(1:13)
                                   = "--hold-audit="
                                   MOVE WS-ARG-ENTRY(WS-ARG-I)(14:)
                                       TO WS-HOLD-AUDIT-PATH
                               END-IF
                               END-IF
                               END-IF
                               END-IF
                           END-IF
                       END-IF
               " records-in=" FUNCTION TRIM(WS-RECORDS-IN-DISP)
               " records-out=" FUNCTION TRIM(WS-RECORDS-OUT-DISP)
               " records-skipped=" FUNCTION TRIM(WS-SKIPPED-DISP)
               UPON SYSERR
           IF WS-HELD-REFUSED > 0
               MOVE WS-HELD-REFUSED TO WS-HELD-REFUSED-DISP
               DISPLAY "COBLOG-CATALOG: held-refused="
                   FUNCTION TRIM(WS-HELD-REFUSED-DISP)
                   UPON SYSERR
           END-IF.

      * ------------------------------------------------------------
      * load: one-time conversion of the sorted sequential master
           CLOSE CATALOG-FILE.

       OP-REPLACE.
           MOVE "refused-replace" TO WS-HOLD-ACTION
           PERFORM REFUSE-IF-HELD
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               PERFORM REPORT-CATALOG-OPEN-ERROR
      * NEXT.
      * ------------------------------------------------------------
       OP-DELETE.
           MOVE "refused-delete" TO WS-HOLD-ACTION
           PERFORM REFUSE-IF-HELD
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               PERFORM REPORT-CATALOG-OPEN-ERROR
           CLOSE CATALOG-FILE.

       DELETE-SLUG-RECORDS.
      * Every record of the slug first lands on the revision
      * history, stamped with the run date and the operation, so a
      * batch backout has the whole slug to put back even when a
      * DELETE fails part-way. Then repeatedly delete the slug's
      * first remaining record until none is left - re-STARTing
      * after each DELETE sidesteps any ambiguity about the
      * next-record pointer.
           MOVE WS-TARGET-SLUG TO CAT-SLUG
           MOVE 1 TO CAT-SEQ
           START CATALOG-FILE KEY NOT < CAT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 0
               READ CATALOG-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF FUNCTION TRIM(CAT-SLUG) NOT = WS-TARGET-SLUG
                   EXIT PERFORM
               END-IF
               PERFORM WRITE-HISTORY-RECORD
               IF WS-HIST-FAILED = 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HISTORY-OPEN = 1
               CLOSE HISTORY-FILE
               MOVE 0 TO WS-HISTORY-OPEN
           END-IF
           IF WS-HIST-FAILED = 1
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 0
               MOVE WS-TARGET-SLUG TO CAT-SLUG
               MOVE 1 TO CAT-SEQ
               IF FUNCTION TRIM(CAT-SLUG) NOT = WS-TARGET-SLUG
                   EXIT PERFORM
               END-IF
               DELETE CATALOG-FILE
                   INVALID KEY
                       DISPLAY "COBLOG-CATALOG: delete failed "
                       EXIT PERFORM
               END-DELETE
               ADD 1 TO WS-RECORDS-OUT
           END-PERFORM.

       WRITE-HISTORY-RECORD.
      * Opened lazily so a delete of a slug that is not in the
      * catalog leaves no empty history file behind. Inside a batch
      * the "history" is the batch work file, and a failure there
      * must let APPLY-BATCH back out what is already applied
      * rather than stop with the catalog half changed.
           IF WS-HISTORY-OPEN = 0
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "05"
                   AND WS-BATCH-APPLYING = 1
                   DISPLAY "COBLOG-CATALOG: cannot extend batch "
                       "work file " FUNCTION TRIM(WS-HISTORY-PATH)
                       " (status " WS-HISTORY-STATUS ")"
                       UPON SYSERR
                   MOVE 1 TO WS-HIST-FAILED
                   MOVE 1 TO WS-OP-FAILED
                   EXIT PARAGRAPH
               END-IF
               IF WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "05"
                   DISPLAY "COBLOG-CATALOG: cannot extend revision "
      * Header agreement: everything except the body line (offset
      * 1349 for 200) must match the slug's first line
           IF CAT-POST(1:1348) NOT = WS-FIRST-POST(1:1348)
               OR CAT-POST(1549:1052) NOT = WS-FIRST-POST(1549:1052)
               MOVE CAT-SEQ TO WS-SEQ-DISP
               DISPLAY "CATALOG-VERIFY: slug '"
                   FUNCTION TRIM(WS-VFY-SLUG)
       OP-REBUILD.
           PERFORM OP-LOAD.

      * ------------------------------------------------------------
      * batch: a transaction file of add/replace/delete entries,
      * validated as a whole against the catalog, then applied as a
      * unit. Records a replace or delete supersedes go to a work
      * file in the history layout while the batch runs: on success
      * they are EXTENDed onto the revision history, on a failure
      * they are what the backout puts back.
      * ------------------------------------------------------------
       OP-BATCH.
           IF WS-GOT-TXN = 0
               DISPLAY "COBLOG-CATALOG: --op=batch requires "
                   "--transactions=<path>"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-CATALOG-RECORDS
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COUNT-WORK TO WS-COUNT-BEFORE

           PERFORM VALIDATE-BATCH
           IF WS-OP-FAILED = 0
               PERFORM APPLY-BATCH
           END-IF

           PERFORM COUNT-CATALOG-RECORDS
           MOVE WS-COUNT-WORK TO WS-COUNT-AFTER
           PERFORM PRINT-BATCH-REPORT.

       COUNT-CATALOG-RECORDS.
           MOVE 0 TO WS-COUNT-WORK
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               PERFORM REPORT-CATALOG-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ CATALOG-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-COUNT-WORK
           END-PERFORM
           CLOSE CATALOG-FILE.

       VALIDATE-BATCH.
      * Pass 1: every entry is checked and every refusal reported
      * before anything is applied - one bad entry and the whole
      * batch stays out.
           PERFORM LOAD-LEGAL-HOLDS
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "COBLOG-CATALOG: cannot open transactions "
                   FUNCTION TRIM(WS-TXN-PATH)
                   " (status " WS-TXN-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               PERFORM REPORT-CATALOG-OPEN-ERROR
               CLOSE TXN-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TXN-CUR
           PERFORM UNTIL 1 = 0
               READ TXN-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-RECORDS-IN
               IF TXN-RECORD(1:4) = "TXN|"
                   PERFORM CLOSE-TXN-ENTRY
                   PERFORM OPEN-TXN-ENTRY
               ELSE
                   IF TXN-RECORD NOT = SPACES
                       PERFORM CHECK-TXN-RECORD
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-TXN-ENTRY
           CLOSE CATALOG-FILE
           CLOSE TXN-FILE

           IF WS-TXN-COUNT = 0
               DISPLAY "COBLOG-CATALOG: no TXN entries in "
                   FUNCTION TRIM(WS-TXN-PATH)
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               MOVE "empty, nothing applied" TO WS-TXN-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF WS-TXN-REFUSED > 0 OR WS-TXN-STRAY > 0
               OR WS-TXN-OVERFLOW = 1
               MOVE WS-TXN-REFUSED TO WS-TXN-COUNT-DISP
               DISPLAY "COBLOG-CATALOG: batch refused - "
                   FUNCTION TRIM(WS-TXN-COUNT-DISP)
                   " entr(ies) failed validation, nothing applied"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               MOVE "refused, nothing applied" TO WS-TXN-OUTCOME
               PERFORM VARYING WS-TXN-I FROM 1 BY 1
                   UNTIL WS-TXN-I > WS-TXN-COUNT
                   IF WS-TXN-STATE(WS-TXN-I) = "accepted"
                       MOVE "not applied" TO WS-TXN-STATE(WS-TXN-I)
                   END-IF
               END-PERFORM
           END-IF.

       OPEN-TXN-ENTRY.
      * "TXN|operation|slug" - checked against the catalog as it
      * stands and against the entries above it in the batch
           MOVE SPACES TO WS-TXN-HDR-OP
           MOVE SPACES TO WS-TXN-HDR-SLUG
           UNSTRING TXN-RECORD(5:) DELIMITED BY "|"
               INTO WS-TXN-HDR-OP WS-TXN-HDR-SLUG
           END-UNSTRING
           IF WS-TXN-COUNT >= 200
               IF WS-TXN-OVERFLOW = 0
                   DISPLAY "COBLOG-CATALOG: batch ceiling (200 "
                       "entries) reached - split the transaction "
                       "file"
                       UPON SYSERR
               END-IF
               MOVE 1 TO WS-TXN-OVERFLOW
               MOVE 0 TO WS-TXN-CUR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXN-COUNT
           MOVE WS-TXN-COUNT TO WS-TXN-CUR
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TXN-HDR-OP))
               TO WS-TXN-OP(WS-TXN-CUR)
           MOVE FUNCTION TRIM(WS-TXN-HDR-SLUG)
               TO WS-TXN-SLUG(WS-TXN-CUR)
           MOVE 0 TO WS-TXN-LINES(WS-TXN-CUR)
           MOVE "accepted" TO WS-TXN-STATE(WS-TXN-CUR)
           MOVE SPACES TO WS-TXN-NOTE(WS-TXN-CUR)

           IF WS-TXN-SLUG(WS-TXN-CUR) = SPACES
               MOVE "no slug on the TXN line" TO WS-TXN-REASON
               PERFORM REFUSE-TXN-ENTRY
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TXN-OP(WS-TXN-CUR)
               WHEN "add"
               WHEN "replace"
               WHEN "delete"
                   CONTINUE
               WHEN OTHER
                   MOVE "unknown operation (add/replace/delete)"
                       TO WS-TXN-REASON
                   PERFORM REFUSE-TXN-ENTRY
                   EXIT PARAGRAPH
           END-EVALUATE

      * A held slug is frozen - no replace or delete, in a batch or
      * out of one
           IF WS-TXN-OP(WS-TXN-CUR) NOT = "add"
               MOVE WS-TXN-SLUG(WS-TXN-CUR) TO WS-HOLD-KEY
               PERFORM CHECK-LEGAL-HOLD
               IF WS-HOLD-FOUND > 0
                   MOVE SPACES TO WS-TXN-REASON
                   STRING "under legal hold (matter "
                       FUNCTION TRIM(WS-HOLD-MATTER(WS-HOLD-FOUND))
                       ")"
                       DELIMITED SIZE INTO WS-TXN-REASON
                   PERFORM REFUSE-TXN-ENTRY
                   MOVE SPACES TO WS-HOLD-ACTION
                   STRING "refused-batch-" WS-TXN-OP(WS-TXN-CUR)
                       DELIMITED SPACE INTO WS-HOLD-ACTION
                   PERFORM WRITE-HOLD-AUDIT
                   ADD 1 TO WS-HELD-REFUSED
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * One entry per slug - two entries for one slug in a batch is
      * a desk mistake, not a sequence to be replayed
           PERFORM VARYING WS-TXN-J FROM 1 BY 1
               UNTIL WS-TXN-J >= WS-TXN-CUR
               IF WS-TXN-SLUG(WS-TXN-J) = WS-TXN-SLUG(WS-TXN-CUR)
                   MOVE "slug already has an entry in this batch"
                       TO WS-TXN-REASON
                   PERFORM REFUSE-TXN-ENTRY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-TXN-SLUG(WS-TXN-CUR) TO CAT-SLUG
           MOVE 1 TO CAT-SEQ
           READ CATALOG-FILE
               INVALID KEY
                   IF WS-TXN-OP(WS-TXN-CUR) NOT = "add"
                       MOVE "slug not in catalog" TO WS-TXN-REASON
                       PERFORM REFUSE-TXN-ENTRY
                   END-IF
               NOT INVALID KEY
                   IF WS-TXN-OP(WS-TXN-CUR) = "add"
                       MOVE "slug already in catalog - use replace"
                           TO WS-TXN-REASON
                       PERFORM REFUSE-TXN-ENTRY
                   END-IF
           END-READ.

       CHECK-TXN-RECORD.
      * A POSTREC line belongs to the entry above it and must carry
      * that entry's slug
           IF WS-TXN-CUR = 0
               IF WS-TXN-OVERFLOW = 0
                   ADD 1 TO WS-TXN-STRAY
                   DISPLAY "COBLOG-CATALOG: record ahead of any TXN "
                       "line in " FUNCTION TRIM(WS-TXN-PATH)
                       UPON SYSERR
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXN-LINES(WS-TXN-CUR)
           MOVE TXN-RECORD TO WS-POST-REC
           IF FUNCTION TRIM(POST-SLUG) NOT = WS-TXN-SLUG(WS-TXN-CUR)
               MOVE "carries a record for another slug"
                   TO WS-TXN-REASON
               PERFORM REFUSE-TXN-ENTRY
           END-IF.

       CLOSE-TXN-ENTRY.
           IF WS-TXN-CUR = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TXN-OP(WS-TXN-CUR) = "delete"
               AND WS-TXN-LINES(WS-TXN-CUR) > 0
               MOVE "delete entry carries records"
                   TO WS-TXN-REASON
               PERFORM REFUSE-TXN-ENTRY
           END-IF
           IF (WS-TXN-OP(WS-TXN-CUR) = "add"
               OR WS-TXN-OP(WS-TXN-CUR) = "replace")
               AND WS-TXN-LINES(WS-TXN-CUR) = 0
               MOVE "no records follow the TXN line"
                   TO WS-TXN-REASON
               PERFORM REFUSE-TXN-ENTRY
           END-IF.

       REFUSE-TXN-ENTRY.
      * The first reason found is the one reported
           IF WS-TXN-STATE(WS-TXN-CUR) = "REFUSED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXN-REFUSED
           MOVE "REFUSED" TO WS-TXN-STATE(WS-TXN-CUR)
           MOVE WS-TXN-REASON TO WS-TXN-NOTE(WS-TXN-CUR)
           DISPLAY "COBLOG-CATALOG: batch entry "
               FUNCTION TRIM(WS-TXN-OP(WS-TXN-CUR)) " '"
               FUNCTION TRIM(WS-TXN-SLUG(WS-TXN-CUR))
               "' refused - " FUNCTION TRIM(WS-TXN-REASON)
               UPON SYSERR.

       APPLY-BATCH.
      * The real revision history must be extendable before the
      * catalog is touched, or a clean batch could go in with no
      * revisions to show for it
           MOVE WS-HISTORY-PATH TO WS-REAL-HISTORY-PATH
           MOVE 0 TO WS-TXN-HAS-HISTORY
           PERFORM VARYING WS-TXN-I FROM 1 BY 1
               UNTIL WS-TXN-I > WS-TXN-COUNT
               IF WS-TXN-OP(WS-TXN-I) NOT = "add"
                   MOVE 1 TO WS-TXN-HAS-HISTORY
               END-IF
           END-PERFORM
           IF WS-TXN-HAS-HISTORY = 1
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "05"
                   DISPLAY "COBLOG-CATALOG: cannot extend revision "
                       "history " FUNCTION TRIM(WS-HISTORY-PATH)
                       " (status " WS-HISTORY-STATUS ") - "
                       "batch not applied, catalog unchanged"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
                   MOVE "not applied" TO WS-TXN-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               CLOSE HISTORY-FILE
           END-IF

           PERFORM BUILD-BATCH-WORK-NAME
           OPEN OUTPUT BATCH-WORK-FILE
           IF WS-BATCH-WORK-STATUS NOT = "00"
               DISPLAY "COBLOG-CATALOG: cannot create batch work "
                   "file " FUNCTION TRIM(WS-BATCH-WORK-PATH)
                   " (status " WS-BATCH-WORK-STATUS ") - "
                   "batch not applied, catalog unchanged"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               MOVE "not applied" TO WS-TXN-OUTCOME
               EXIT PARAGRAPH
           END-IF
           CLOSE BATCH-WORK-FILE

           OPEN I-O CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               PERFORM REPORT-CATALOG-OPEN-ERROR
               MOVE "not applied" TO WS-TXN-OUTCOME
               PERFORM CLEAN-BATCH-WORK-FILE
               EXIT PARAGRAPH
           END-IF

      * Pass 2: apply. WRITE-HISTORY-RECORD lands the superseded
      * records on the work file for as long as the batch runs.
           MOVE WS-BATCH-WORK-PATH TO WS-HISTORY-PATH
           MOVE 1 TO WS-BATCH-APPLYING
           OPEN INPUT TXN-FILE
           MOVE 0 TO WS-TXN-CUR
           PERFORM UNTIL 1 = 0
               READ TXN-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TXN-RECORD(1:4) = "TXN|"
                   PERFORM FINISH-APPLIED-ENTRY
                   PERFORM START-APPLIED-ENTRY
               ELSE
                   IF TXN-RECORD NOT = SPACES
                       MOVE TXN-RECORD TO WS-POST-REC
                       PERFORM STORE-ONE-SLUG-RECORD
                   END-IF
               END-IF
               IF WS-OP-FAILED = 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM FINISH-APPLIED-ENTRY
           CLOSE TXN-FILE
           MOVE 0 TO WS-BATCH-APPLYING
           MOVE WS-REAL-HISTORY-PATH TO WS-HISTORY-PATH

           IF WS-OP-FAILED = 1
               PERFORM BACK-OUT-BATCH
               CLOSE CATALOG-FILE
           ELSE
               CLOSE CATALOG-FILE
               MOVE "applied" TO WS-TXN-OUTCOME
               PERFORM COMMIT-BATCH-HISTORY
           END-IF
           PERFORM CLEAN-BATCH-WORK-FILE.

       START-APPLIED-ENTRY.
           ADD 1 TO WS-TXN-CUR
           MOVE WS-TXN-SLUG(WS-TXN-CUR) TO WS-TARGET-SLUG
           MOVE 0 TO WS-SEQ
           MOVE WS-RECORDS-OUT TO WS-TXN-OUT-BEFORE
           IF WS-TXN-OP(WS-TXN-CUR) NOT = "add"
               MOVE WS-TXN-OP(WS-TXN-CUR) TO WS-HIST-OP-NAME
               PERFORM DELETE-SLUG-RECORDS
           END-IF.

       FINISH-APPLIED-ENTRY.
      * Settle the outcome of the entry just applied (or being
      * applied when a write failed)
           IF WS-TXN-CUR = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-FAILED = 1
               MOVE "FAILED" TO WS-TXN-STATE(WS-TXN-CUR)
               MOVE SPACES TO WS-TXN-NOTE(WS-TXN-CUR)
               IF WS-HIST-FAILED = 1
                   STRING "work file write failed (status "
                       WS-HISTORY-STATUS ")"
                       DELIMITED SIZE INTO WS-TXN-NOTE(WS-TXN-CUR)
               ELSE
                   STRING "catalog write failed (status "
                       WS-CATALOG-STATUS ")"
                       DELIMITED SIZE INTO WS-TXN-NOTE(WS-TXN-CUR)
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TXN-OUT-DELTA =
               WS-RECORDS-OUT - WS-TXN-OUT-BEFORE - WS-SEQ
           MOVE WS-SEQ TO WS-SEQ-DISP
           MOVE WS-TXN-OUT-DELTA TO WS-SEQ-DISP-2
           MOVE "applied" TO WS-TXN-STATE(WS-TXN-CUR)
           MOVE SPACES TO WS-TXN-NOTE(WS-TXN-CUR)
           EVALUATE WS-TXN-OP(WS-TXN-CUR)
               WHEN "add"
                   STRING FUNCTION TRIM(WS-SEQ-DISP)
                       " record(s) added"
                       DELIMITED SIZE INTO WS-TXN-NOTE(WS-TXN-CUR)
               WHEN "replace"
                   STRING FUNCTION TRIM(WS-SEQ-DISP-2)
                       " record(s) replaced by "
                       FUNCTION TRIM(WS-SEQ-DISP)
                       DELIMITED SIZE INTO WS-TXN-NOTE(WS-TXN-CUR)
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-SEQ-DISP-2)
                       " record(s) removed"
                       DELIMITED SIZE INTO WS-TXN-NOTE(WS-TXN-CUR)
           END-EVALUATE.

       BACK-OUT-BATCH.
      * Every slug the batch reached loses whatever records it has
      * now; the superseded originals then go back in from the
      * work file under their original keys. An entry stopped
      * while its records were being copied out never touched the
      * catalog, and none of its records are on the work file, so
      * its slug is left as it is.
           PERFORM VARYING WS-TXN-I FROM 1 BY 1
               UNTIL WS-TXN-I > WS-TXN-CUR
               MOVE WS-TXN-SLUG(WS-TXN-I) TO WS-TARGET-SLUG
               IF WS-TXN-I < WS-TXN-CUR OR WS-HIST-FAILED = 0
                   PERFORM REMOVE-SLUG-FOR-BACKOUT
               END-IF
               IF WS-TXN-STATE(WS-TXN-I) = "applied"
                   MOVE "BACKED OUT" TO WS-TXN-STATE(WS-TXN-I)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TXN-I FROM WS-TXN-CUR BY 1
               UNTIL WS-TXN-I > WS-TXN-COUNT
               IF WS-TXN-STATE(WS-TXN-I) = "accepted"
                   MOVE "not applied" TO WS-TXN-STATE(WS-TXN-I)
               END-IF
           END-PERFORM

           OPEN INPUT BATCH-WORK-FILE
           IF WS-BATCH-WORK-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ BATCH-WORK-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE BW-SLUG TO CAT-SLUG
                   MOVE BW-SEQ TO CAT-SEQ
                   MOVE BW-POST TO CAT-POST
                   WRITE CATALOG-RECORD
                       INVALID KEY
                           MOVE 1 TO WS-KEEP-WORK
                   END-WRITE
               END-PERFORM
               CLOSE BATCH-WORK-FILE
           ELSE
               MOVE 1 TO WS-KEEP-WORK
           END-IF

           IF WS-KEEP-WORK = 1
               DISPLAY "COBLOG-CATALOG: batch backout could not "
                   "restore every superseded record - they are "
                   "kept in " FUNCTION TRIM(WS-BATCH-WORK-PATH)
                   "; run --op=verify"
                   UPON SYSERR
               MOVE "FAILED, backout incomplete" TO WS-TXN-OUTCOME
           ELSE
               DISPLAY "COBLOG-CATALOG: batch failed - every "
                   "applied entry backed out, catalog unchanged"
                   UPON SYSERR
               MOVE "failed, backed out" TO WS-TXN-OUTCOME
           END-IF.

       REMOVE-SLUG-FOR-BACKOUT.
      * DELETE-SLUG-RECORDS without the revision history - these
      * records were never live outside this run
           PERFORM UNTIL 1 = 0
               MOVE WS-TARGET-SLUG TO CAT-SLUG
               MOVE 1 TO CAT-SEQ
               START CATALOG-FILE KEY NOT < CAT-KEY
                   INVALID KEY
                       EXIT PERFORM
               END-START
               READ CATALOG-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF FUNCTION TRIM(CAT-SLUG) NOT = WS-TARGET-SLUG
                   EXIT PERFORM
               END-IF
               DELETE CATALOG-FILE
                   INVALID KEY
                       MOVE 1 TO WS-KEEP-WORK
                       EXIT PERFORM
               END-DELETE
           END-PERFORM.

       COMMIT-BATCH-HISTORY.
      * The batch is in - its superseded records join the revision
      * history exactly as OP-REPLACE and OP-DELETE would have
      * written them
           OPEN INPUT BATCH-WORK-FILE
           IF WS-BATCH-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ BATCH-WORK-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-HISTORY-OPEN = 0
                   OPEN EXTEND HISTORY-FILE
                   IF WS-HISTORY-STATUS NOT = "00"
                       AND WS-HISTORY-STATUS NOT = "05"
                       DISPLAY "COBLOG-CATALOG: cannot extend "
                           "revision history "
                           FUNCTION TRIM(WS-HISTORY-PATH)
                           " (status " WS-HISTORY-STATUS
                           ") - superseded records kept in "
                           FUNCTION TRIM(WS-BATCH-WORK-PATH)
                           UPON SYSERR
                       MOVE 1 TO WS-KEEP-WORK
                       MOVE 1 TO WS-OP-FAILED
                       EXIT PERFORM
                   END-IF
                   MOVE 1 TO WS-HISTORY-OPEN
               END-IF
               MOVE BATCH-WORK-RECORD TO HISTORY-RECORD
               WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE BATCH-WORK-FILE
           IF WS-HISTORY-OPEN = 1
               CLOSE HISTORY-FILE
               MOVE 0 TO WS-HISTORY-OPEN
           END-IF.

       BUILD-BATCH-WORK-NAME.
      * Per-run timestamped work-file name (down to hundredths of a
      * second)
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-WORK-SUFFIX
           MOVE SPACES TO WS-BATCH-WORK-PATH
           STRING "CATALOG-BATCH-WORK-" WS-WORK-SUFFIX
               DELIMITED SIZE INTO WS-BATCH-WORK-PATH.

       CLEAN-BATCH-WORK-FILE.
      * The name is entirely program-generated (letters, digits
      * and hyphens), so handing it to the shell is safe.
           IF WS-KEEP-WORK = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RM-CMD
           STRING "rm -f " FUNCTION TRIM(WS-BATCH-WORK-PATH)
               DELIMITED SIZE INTO WS-RM-CMD
           CALL "SYSTEM" USING WS-RM-CMD
           MOVE 0 TO RETURN-CODE.

       PRINT-BATCH-REPORT.
           DISPLAY "COBLOG-CATALOG batch: "
               FUNCTION TRIM(WS-TXN-PATH)
           DISPLAY "===================="
           IF WS-TXN-COUNT = 0
               DISPLAY "  (no entries)"
           END-IF
           PERFORM VARYING WS-TXN-I FROM 1 BY 1
               UNTIL WS-TXN-I > WS-TXN-COUNT
               IF WS-TXN-NOTE(WS-TXN-I) = SPACES
                   DISPLAY "  " WS-TXN-OP(WS-TXN-I) " "
                       FUNCTION TRIM(WS-TXN-SLUG(WS-TXN-I))
                       "  " FUNCTION TRIM(WS-TXN-STATE(WS-TXN-I))
               ELSE
                   DISPLAY "  " WS-TXN-OP(WS-TXN-I) " "
                       FUNCTION TRIM(WS-TXN-SLUG(WS-TXN-I))
                       "  " FUNCTION TRIM(WS-TXN-STATE(WS-TXN-I))
                       " - " FUNCTION TRIM(WS-TXN-NOTE(WS-TXN-I))
               END-IF
           END-PERFORM
           IF WS-TXN-STRAY > 0
               MOVE WS-TXN-STRAY TO WS-COUNT-DISP
               DISPLAY "  records ahead of any TXN line: "
                   FUNCTION TRIM(WS-COUNT-DISP)
           END-IF
           DISPLAY " "
           MOVE WS-COUNT-BEFORE TO WS-COUNT-DISP
           DISPLAY "Catalog records before: "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-COUNT-AFTER TO WS-COUNT-DISP
           DISPLAY "Catalog records after:  "
               FUNCTION TRIM(WS-COUNT-DISP)
           IF WS-TXN-OUTCOME = SPACES
               MOVE "not applied" TO WS-TXN-OUTCOME
           END-IF
           DISPLAY "Batch: " FUNCTION TRIM(WS-TXN-OUTCOME).

      * ------------------------------------------------------------
      * export: the whole catalog back out as the tag/date/slug
      * sorted sequential stream the downstream programs expect,
               UPON SYSERR
           MOVE 1 TO WS-OP-FAILED.

      * ------------------------------------------------------------
      * Legal holds
      * ------------------------------------------------------------
       REFUSE-IF-HELD.
      * WS-TARGET-SLUG under an unreleased hold: refuse the
      * operation and put the refusal on the hold audit trail
           PERFORM LOAD-LEGAL-HOLDS
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-SLUG TO WS-HOLD-KEY
           PERFORM CHECK-LEGAL-HOLD
           IF WS-HOLD-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COBLOG-CATALOG: slug '"
               FUNCTION TRIM(WS-TARGET-SLUG)
               "' is under legal hold (matter "
               FUNCTION TRIM(WS-HOLD-MATTER(WS-HOLD-FOUND))
               ") - --op=" FUNCTION TRIM(WS-OPERATION) " refused"
               UPON SYSERR
           PERFORM WRITE-HOLD-AUDIT
           ADD 1 TO WS-HELD-REFUSED
           MOVE 1 TO WS-OP-FAILED.

       LOAD-LEGAL-HOLDS.
      * The unreleased lines of the register; a register that does
      * not exist yet means nothing is held
           IF WS-HOLDS-LOADED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-HOLDS-LOADED
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "05"
               CLOSE HOLDS-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "COBLOG-CATALOG: cannot open legal-hold "
                   "register " FUNCTION TRIM(WS-HOLDS-PATH)
                   " (status " WS-HOLDS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ HOLDS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM STORE-LEGAL-HOLD
           END-PERFORM
           CLOSE HOLDS-FILE.

       STORE-LEGAL-HOLD.
           IF FUNCTION TRIM(HOLDS-LINE) = SPACES
               OR HOLDS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HL-SLUG WS-HL-MATTER WS-HL-BY
               WS-HL-PLACED WS-HL-RELEASED
           UNSTRING HOLDS-LINE DELIMITED BY "|"
               INTO WS-HL-SLUG WS-HL-MATTER WS-HL-BY
                    WS-HL-PLACED WS-HL-RELEASED
           END-UNSTRING
           IF FUNCTION TRIM(WS-HL-SLUG) = SPACES
               OR WS-HL-RELEASED NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT >= 500
               DISPLAY "COBLOG-CATALOG: WARNING - legal-hold "
                   "ceiling (500) reached, excess holds not loaded"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE FUNCTION TRIM(WS-HL-SLUG)
               TO WS-HOLD-SLUG(WS-HOLD-COUNT)
           MOVE FUNCTION TRIM(WS-HL-MATTER)
               TO WS-HOLD-MATTER(WS-HOLD-COUNT).

       CHECK-LEGAL-HOLD.
      * WS-HOLD-KEY in -> WS-HOLD-FOUND out (0 = not held)
           MOVE 0 TO WS-HOLD-FOUND
           PERFORM VARYING WS-HOLD-I FROM 1 BY 1
               UNTIL WS-HOLD-I > WS-HOLD-COUNT
               IF WS-HOLD-SLUG(WS-HOLD-I) = WS-HOLD-KEY
                   MOVE WS-HOLD-I TO WS-HOLD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-HOLD-AUDIT.
      * "date|time|program|action|slug|matter", EXTENDed, never
      * rewritten
           OPEN EXTEND HOLD-AUDIT-FILE
           IF WS-HOLD-AUDIT-STATUS NOT = "00"
               AND WS-HOLD-AUDIT-STATUS NOT = "05"
               DISPLAY "COBLOG-CATALOG: cannot extend hold audit "
                   "trail " FUNCTION TRIM(WS-HOLD-AUDIT-PATH)
                   " (status " WS-HOLD-AUDIT-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-AUDIT-LINE
           STRING FUNCTION CURRENT-DATE(1:8) "|"
               FUNCTION CURRENT-DATE(9:6) "|"
               "COBLOG-CATALOG|"
               FUNCTION TRIM(WS-HOLD-ACTION) "|"
               FUNCTION TRIM(WS-HOLD-KEY) "|"
               FUNCTION TRIM(WS-HOLD-MATTER(WS-HOLD-FOUND))
               DELIMITED SIZE INTO HOLD-AUDIT-LINE
           WRITE HOLD-AUDIT-LINE
           CLOSE HOLD-AUDIT-FILE.

       EXPORT-READ SECTION.
       EXPORT-READ-PARA.
           OPEN INPUT CATALOG-FILE

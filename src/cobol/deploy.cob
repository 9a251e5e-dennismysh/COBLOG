      * work files (.coblog-*) are excluded - they never deploy.
      * One audit line goes to stderr in the house format.
      *
      * Every inventory a normal run saves starts out unconfirmed:
      * <inventory>.unconfirmed gets a non-blank line naming the
      * run, and stays that way until COBLOG-DEPLOYCHECK has
      * checked the transfer and found it clean - it then empties
      * the marker and copies the inventory to
      * <inventory>.confirmed. A run that finds the marker still
      * set diffs the tree against <inventory>.confirmed instead of
      * the inventory, so whatever a failed transfer left undone
      * goes out again rather than being taken as live. With no
      * confirmed inventory on file yet (the verification step has
      * never run) the inventory is used as before.
      *
      * Modification history:
      *   2026-08-22  dev   Initial version.
      *   2026-09-02  dev   Run lock (--lock=) and per-run scan
      *                     work-file name.
      *   2026-09-02  dev   Inventory generations (--keep=) and
      *                     rollback work orders (--rollback=).
      *   2026-10-15  dev   Unconfirmed-inventory marker; diff
      *                     against the last confirmed inventory
      *                     while the marker is set.
      * ============================================================

       ENVIRONMENT DIVISION.
           SELECT INVENTORY-FILE ASSIGN TO WS-INVENTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT BASELINE-FILE ASSIGN TO WS-BASELINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.
           SELECT MARK-FILE ASSIGN TO WS-MARK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.
           SELECT UPLOAD-FILE ASSIGN TO WS-UPLOAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPLOAD-STATUS.
       FD INVENTORY-FILE.
       01 INVENTORY-LINE       PIC X(400).

       FD BASELINE-FILE.
       01 BASELINE-LINE        PIC X(400).

       FD MARK-FILE.
       01 MARK-LINE            PIC X(80).

       FD UPLOAD-FILE.
       01 UPLOAD-LINE          PIC X(300).

       01 WS-GEN-DISP          PIC Z9 VALUE ZERO.
       01 WS-GEN-DISP-2        PIC Z9 VALUE ZERO.

      * Confirmation: the merge's old side (WS-BASELINE-PATH) is
      * the inventory, or the last confirmed inventory while the
      * unconfirmed marker is set
       01 WS-BASELINE-PATH     PIC X(320) VALUE SPACES.
       01 WS-BASELINE-STATUS   PIC XX VALUE SPACES.
       01 WS-MARK-PATH         PIC X(320) VALUE SPACES.
       01 WS-MARK-STATUS       PIC XX VALUE SPACES.
       01 WS-MARK-TEXT         PIC X(80) VALUE SPACES.
       01 WS-CONFIRMED-PATH    PIC X(320) VALUE SPACES.
       01 WS-BASELINE-WORD     PIC X(9) VALUE "inventory".

      * One side of the merge apiece: checksum+size key and path,
      * split off the "sum size path" cksum lines
       01 WS-CUR-KEY           PIC X(24) VALUE SPACES.
                   "/.coblog-deploy"
                   DELIMITED SIZE INTO WS-INVENTORY-PATH
           END-IF
           MOVE SPACES TO WS-MARK-PATH
           STRING FUNCTION TRIM(WS-INVENTORY-PATH) ".unconfirmed"
               DELIMITED SIZE INTO WS-MARK-PATH
           MOVE SPACES TO WS-CONFIRMED-PATH
           STRING FUNCTION TRIM(WS-INVENTORY-PATH) ".confirmed"
               DELIMITED SIZE INTO WS-CONFIRMED-PATH
           MOVE WS-INVENTORY-PATH TO WS-BASELINE-PATH
           IF WS-ROLLBACK = 0
               PERFORM CHOOSE-MERGE-BASELINE
           END-IF

           IF WS-ROLLBACK = 1
      * The chosen generation stands in for the tree scan: its
           END-IF
      * A previous inventory may simply not exist yet - then every
      * scanned file uploads and nothing deletes
           OPEN INPUT BASELINE-FILE
           IF WS-BASELINE-STATUS = "00"
               MOVE 1 TO WS-OLD-INV-OPEN
           ELSE
               MOVE 1 TO WS-OLD-EOF

           CLOSE SCAN-FILE
           IF WS-OLD-INV-OPEN = 1
               CLOSE BASELINE-FILE
               MOVE 0 TO WS-OLD-INV-OPEN
           END-IF
           CLOSE UPLOAD-FILE
           CALL "SYSTEM" USING WS-SCAN-CMD
           MOVE 0 TO RETURN-CODE.

       CHOOSE-MERGE-BASELINE.
      * An empty or missing marker means the inventory was
      * confirmed (or never marked); a non-blank first line names
      * the run whose transfer nobody has confirmed yet.
           MOVE SPACES TO WS-MARK-TEXT
           OPEN INPUT MARK-FILE
           IF WS-MARK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ MARK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MARK-LINE TO WS-MARK-TEXT
           END-READ
           CLOSE MARK-FILE
           IF WS-MARK-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONFIRMED-PATH TO WS-BASELINE-PATH
           OPEN INPUT BASELINE-FILE
           IF WS-BASELINE-STATUS = "00"
               CLOSE BASELINE-FILE
               MOVE "confirmed" TO WS-BASELINE-WORD
               DISPLAY "COBLOG-DEPLOY: previous transfer ("
                   FUNCTION TRIM(WS-MARK-TEXT)
                   ") was never confirmed - diffing against "
                   FUNCTION TRIM(WS-CONFIRMED-PATH)
                   UPON SYSERR
           ELSE
               MOVE WS-INVENTORY-PATH TO WS-BASELINE-PATH
               DISPLAY "COBLOG-DEPLOY: previous transfer ("
                   FUNCTION TRIM(WS-MARK-TEXT)
                   ") was never confirmed and no confirmed "
                   "inventory is on file - diffing against the "
                   "inventory"
                   UPON SYSERR
           END-IF.

       LOAD-GENERATION-AS-SCAN.
      * Copy inventory generation <gen> onto the scan work file so
      * the ordinary merge below compares "what the site should be"
           END-READ.

       READ-NEXT-OLD.
           READ BASELINE-FILE
               AT END
                   MOVE 1 TO WS-OLD-EOF
               NOT AT END
                   MOVE BASELINE-LINE TO WS-SPLIT-LINE
                   PERFORM SPLIT-CKSUM-LINE
                   MOVE WS-SPLIT-SUM TO WS-OLD-KEY(1:12)
                   MOVE WS-SPLIT-SIZE TO WS-OLD-KEY(13:12)
               WRITE INVENTORY-LINE
           END-PERFORM
           CLOSE INVENTORY-FILE
           CLOSE SCAN-FILE
           PERFORM MARK-INVENTORY-UNCONFIRMED.

       MARK-INVENTORY-UNCONFIRMED.
      * The new inventory describes the site the transfer is about
      * to produce, not the live one - until the verification
      * step says otherwise
           OPEN OUTPUT MARK-FILE
           IF WS-MARK-STATUS NOT = "00"
               DISPLAY "COBLOG-DEPLOY: cannot write unconfirmed "
                   "marker " FUNCTION TRIM(WS-MARK-PATH)
                   " (status " WS-MARK-STATUS ")"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MARK-LINE
           STRING "COBLOG-DEPLOY " FUNCTION CURRENT-DATE(1:14)
               DELIMITED SIZE INTO MARK-LINE
           WRITE MARK-LINE
           CLOSE MARK-FILE.

       WRITE-AUDIT-LOG.
           IF WS-ROLLBACK = 1
               FUNCTION TRIM(WS-FILE-COUNT-DISP)
               " upload=" FUNCTION TRIM(WS-UPLOAD-COUNT-DISP)
               " delete=" FUNCTION TRIM(WS-DELETE-COUNT-DISP)
               " baseline=" FUNCTION TRIM(WS-BASELINE-WORD)
               UPON SYSERR.

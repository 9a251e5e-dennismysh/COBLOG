       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-LINKROT.
      * ============================================================
      * COBLOG Outbound Link Inventory and Link-Rot Tracking
      * COBLOG-LINKCHECK checks our own output; this keeps track of
      * the links that leave the site. An outbound link is a
      * [text](url) in a live post's POST-BODY-LINE whose url is an
      * absolute http(s) URL not under base-url (--config=) - the
      * same test COBLOG-SITE uses to mark sponsored links.
      *
      * The inventory (--inventory=<path>, default
      * coblog-link-inventory.txt) holds one line per URL:
      *   url|first-seen|slug,slug,...|last-checked|last-code|
      *   failed-checks|failing-since|checks
      * failed-checks counts consecutive failed checks and goes
      * back to 0 on the first good one.
      *
      * Operations (--op=<operation>):
      *   inventory  read the sorted master on stdin, refresh the
      *              inventory (new URLs get today as first-seen,
      *              the citing slugs are rebuilt, URLs no post
      *              cites any more are dropped) and write the
      *              HTTP checker's work order, one URL per line
      *              (--workorder=<path>, default
      *              coblog-link-check.txt)
      *   results    ingest the checker's results (--results=<path>,
      *              one "YYYYMMDD|url|code" line per URL, code the
      *              HTTP status or 000 for no answer at all). A
      *              2xx or 3xx is good; anything else is a failed
      *              check. Every result is appended to the status
      *              history (--status-history=<path>, default
      *              coblog-link-history.txt) as
      *              "YYYYMMDD|url|code|OK/DOWN/DEAD|failed-checks"
      *              and the inventory is rewritten. A result dated
      *              on or before the URL's last-checked date is a
      *              duplicate (a rerun, or an older result) and is
      *              skipped, so feeding the same results in again
      *              changes nothing. The history lines are only
      *              appended once the inventory is saved, so a
      *              rerun after a failed save does not repeat them.
      *   report     read the sorted master on stdin for titles and
      *              authors and report on stdout, in the
      *              COBLOG-STATS style:
      *                - links that have failed more than
      *                  --dead-after= consecutive checks (default
      *                  3), by author and post, so the right writer
      *                  fixes them
      *                - links down at the last check but not for
      *                  long enough to call dead - a server that
      *                  was down for one night recovers by itself
      *
      * Diagnostics and the end-of-run audit line go to stderr; the
      * exit code is non-zero when the requested operation failed.
      *
      * Modification history:
      *   2026-10-15  dev   Initial version.
      * ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO KEYBOARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OPTIONAL INVENTORY-FILE
               ASSIGN TO WS-INVENTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT WORKORDER-FILE ASSIGN TO WS-WORKORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKORDER-STATUS.
           SELECT RESULTS-FILE ASSIGN TO WS-RESULTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT OPTIONAL STATUS-HISTORY-FILE
               ASSIGN TO WS-STATUS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORY-STATUS.
           SELECT HIST-WORK-FILE ASSIGN TO WS-HIST-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-WORK-STATUS.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY POSTREC.

       FD INVENTORY-FILE.
       01 INVENTORY-LINE       PIC X(700).

       FD WORKORDER-FILE.
       01 WORKORDER-LINE       PIC X(200).

       FD RESULTS-FILE.
       01 RESULTS-LINE         PIC X(400).

       FD STATUS-HISTORY-FILE.
       01 STATUS-HISTORY-LINE  PIC X(300).

       FD HIST-WORK-FILE.
       01 HIST-WORK-LINE       PIC X(300).

       FD CONFIG-FILE.
       01 CONFIG-LINE          PIC X(256).

       WORKING-STORAGE SECTION.

      * Site-wide configuration (--config=<path>), shared with
      * COBLOG-SITE - base-url tells our own links from outbound.
       01 WS-SITE-CONFIG.
           COPY SITECFG.
       01 WS-CONFIG-PATH       PIC X(256) VALUE SPACES.
       01 WS-CONFIG-STATUS     PIC XX VALUE SPACES.
       01 WS-GOT-CONFIG        PIC 9  VALUE 0.
       01 WS-CONFIG-KEY        PIC X(40) VALUE SPACES.
       01 WS-CONFIG-VALUE      PIC X(200) VALUE SPACES.
       01 WS-CONFIG-NUM        PIC 9(6) VALUE 0.
       01 WS-CONFIG-PTR        PIC 9(4) VALUE 1.

       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-INVENTORY-STATUS  PIC XX VALUE SPACES.
       01 WS-WORKORDER-STATUS  PIC XX VALUE SPACES.
       01 WS-RESULTS-STATUS    PIC XX VALUE SPACES.
       01 WS-STATUS-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-HIST-WORK-STATUS  PIC XX VALUE SPACES.
       01 WS-HIST-WORK-PATH    PIC X(100) VALUE SPACES.
       01 WS-WORK-SUFFIX       PIC X(16) VALUE SPACES.
       01 WS-SYS-CMD           PIC X(300) VALUE SPACES.
       01 WS-EOF               PIC 9  VALUE 0.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.

       01 WS-OPERATION         PIC X(12) VALUE SPACES.
       01 WS-OP-FAILED         PIC 9  VALUE 0.
       01 WS-INVENTORY-PATH    PIC X(256)
           VALUE "coblog-link-inventory.txt".
       01 WS-WORKORDER-PATH    PIC X(256)
           VALUE "coblog-link-check.txt".
       01 WS-RESULTS-PATH      PIC X(256) VALUE SPACES.
       01 WS-GOT-RESULTS       PIC 9  VALUE 0.
       01 WS-STATUS-HISTORY-PATH PIC X(256)
           VALUE "coblog-link-history.txt".
       01 WS-DEAD-AFTER        PIC 9(4) VALUE 3.
       01 WS-NUM-CAND          PIC 9(6) VALUE 0.

      * The inventory, one entry per outbound URL. WS-IV-CITED marks
      * a URL seen in this run's master; WS-IV-LAST-SLUG keeps a
      * post from being listed twice when it cites a URL on two
      * body lines.
       01 WS-INVENTORY-TABLE.
           05 WS-INV-ENTRY OCCURS 2000 TIMES.
               10 WS-IV-URL        PIC X(200).
               10 WS-IV-FIRST-SEEN PIC X(8).
               10 WS-IV-SLUGS      PIC X(300).
               10 WS-IV-LAST-CHECKED PIC X(8).
               10 WS-IV-LAST-CODE  PIC X(3).
               10 WS-IV-FAILS      PIC 9(4).
               10 WS-IV-FAIL-SINCE PIC X(8).
               10 WS-IV-CHECKS     PIC 9(5).
               10 WS-IV-CITED      PIC 9.
               10 WS-IV-LAST-SLUG  PIC X(60).
               10 WS-IV-SLUGS-PTR  PIC 9(3).
       01 WS-INV-COUNT         PIC 9(4) VALUE 0.
       01 WS-IV-I              PIC 9(4) VALUE 0.
       01 WS-IV-FOUND          PIC 9(4) VALUE 0.
       01 WS-IV-FULL-WARNED    PIC 9  VALUE 0.
       01 WS-SLUGS-FULL-WARNED PIC 9  VALUE 0.

      * One inventory line taken apart
       01 WS-IL-URL            PIC X(200) VALUE SPACES.
       01 WS-IL-FIRST-SEEN     PIC X(8) VALUE SPACES.
       01 WS-IL-SLUGS          PIC X(300) VALUE SPACES.
       01 WS-IL-LAST-CHECKED   PIC X(8) VALUE SPACES.
       01 WS-IL-LAST-CODE      PIC X(3) VALUE SPACES.
       01 WS-IL-FAILS          PIC X(6) VALUE SPACES.
       01 WS-IL-FAIL-SINCE     PIC X(8) VALUE SPACES.
       01 WS-IL-CHECKS         PIC X(6) VALUE SPACES.

      * One checker result taken apart
       01 WS-RL-DATE           PIC X(8) VALUE SPACES.
       01 WS-RL-URL            PIC X(200) VALUE SPACES.
       01 WS-RL-CODE           PIC X(3) VALUE SPACES.
       01 WS-RL-CODE-NUM       PIC 999 VALUE 0.
       01 WS-RL-STATE          PIC X(4) VALUE SPACES.

      * Live posts, for the report
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 1000 TIMES.
               10 WS-PT-SLUG       PIC X(60).
               10 WS-PT-TITLE      PIC X(120).
               10 WS-PT-AUTHOR     PIC X(40).
               10 WS-PT-DEAD       PIC 9(4).
               10 WS-PT-PICKED     PIC 9.
       01 WS-POST-COUNT        PIC 9(4) VALUE 0.
       01 WS-PT-FULL-WARNED    PIC 9  VALUE 0.
       01 WS-PT-I              PIC 9(4) VALUE 0.
       01 WS-PT-BEST           PIC 9(4) VALUE 0.
       01 WS-AUTHOR-NAME       PIC X(40) VALUE SPACES.
       01 WS-SLUG-KEY          PIC X(64) VALUE SPACES.
       01 WS-SLUG-LIST         PIC X(304) VALUE SPACES.
       01 WS-TALLY             PIC 9(4) VALUE 0.

      * Control break on slug
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-CURRENT-LIVE      PIC 9  VALUE 0.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 1.
       01 WS-POST-EXPIRED      PIC 9  VALUE 0.

      * One body line scanned for [text](url) links
       01 WS-BODY-LEN          PIC 999 VALUE 0.
       01 WS-LK-I              PIC 999 VALUE 0.
       01 WS-LK-K              PIC 999 VALUE 0.
       01 WS-LK-LEN            PIC 999 VALUE 0.
       01 WS-LINK-URL          PIC X(200) VALUE SPACES.
       01 WS-BASE-LEN          PIC 999 VALUE 0.

      * Audit counters and report edit fields
       01 WS-POSTS-WITH-LINKS  PIC 9(6) VALUE 0.
       01 WS-CURRENT-HAS-LINK  PIC 9  VALUE 0.
       01 WS-NEW-URLS          PIC 9(6) VALUE 0.
       01 WS-RETIRED-URLS      PIC 9(6) VALUE 0.
       01 WS-LINES-WRITTEN     PIC 9(6) VALUE 0.
       01 WS-RESULTS-READ      PIC 9(6) VALUE 0.
       01 WS-RESULTS-OK        PIC 9(6) VALUE 0.
       01 WS-RESULTS-FAILED    PIC 9(6) VALUE 0.
       01 WS-RESULTS-UNKNOWN   PIC 9(6) VALUE 0.
       01 WS-RESULTS-DUPLICATE PIC 9(6) VALUE 0.
       01 WS-RESULTS-REJECTED  PIC 9(6) VALUE 0.
       01 WS-OK-COUNT          PIC 9(6) VALUE 0.
       01 WS-DOWN-COUNT        PIC 9(6) VALUE 0.
       01 WS-DEAD-COUNT        PIC 9(6) VALUE 0.
       01 WS-UNCHECKED-COUNT   PIC 9(6) VALUE 0.
       01 WS-DEAD-POSTS        PIC 9(6) VALUE 0.
       01 WS-SECTION-ROWS      PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZZZZ9.
       01 WS-FAILS-DISP        PIC ZZZ9.
       01 WS-FAILS-TEXT        PIC X(4) VALUE SPACES.
       01 WS-CHECKS-TEXT       PIC X(5) VALUE SPACES.
       01 WS-DATE-DISP         PIC X(10) VALUE SPACES.

      * Command line. WS-ARGS is sized for several path-valued
      * flags - ACCEPT FROM COMMAND-LINE truncates silently, and a
      * dropped flag corrupts output with no diagnostic.
       01 WS-ARGS              PIC X(1024) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARSE-COMMAND-LINE

           IF WS-OPERATION = SPACES
               DISPLAY "COBLOG-LINKROT: --op=<operation> is required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-GOT-CONFIG = 1
               PERFORM LOAD-SITE-CONFIG
           END-IF
           IF WS-CFG-BASE-URL = SPACES
               MOVE 0 TO WS-BASE-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CFG-BASE-URL))
                   TO WS-BASE-LEN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

           EVALUATE FUNCTION TRIM(WS-OPERATION)
               WHEN "inventory"
                   PERFORM OP-INVENTORY
               WHEN "results"
                   PERFORM OP-RESULTS
               WHEN "report"
                   PERFORM OP-REPORT
               WHEN OTHER
                   DISPLAY "COBLOG-LINKROT: unknown --op='"
                       FUNCTION TRIM(WS-OPERATION)
                       "' (inventory/results/report)"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
           END-EVALUATE

           IF WS-OP-FAILED = 1
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       PARSE-COMMAND-LINE.
           ACCEPT WS-ARGS FROM COMMAND-LINE
           IF WS-ARGS NOT = SPACES
               UNSTRING WS-ARGS DELIMITED BY ALL SPACE
                   INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2)
                        WS-ARG-ENTRY(3) WS-ARG-ENTRY(4)
                        WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                        WS-ARG-ENTRY(7) WS-ARG-ENTRY(8)
                        WS-ARG-ENTRY(9) WS-ARG-ENTRY(10)
               END-UNSTRING
               PERFORM VARYING WS-ARG-I FROM 1 BY 1
                   UNTIL WS-ARG-I > 10
                   PERFORM CLASSIFY-ARG
               END-PERFORM
           END-IF.

       CLASSIFY-ARG.
           IF WS-ARG-ENTRY(WS-ARG-I) = SPACES
               CONTINUE
           ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:5) = "--op="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(6:) TO WS-OPERATION
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--inventory="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(13:)
                       TO WS-INVENTORY-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--workorder="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(13:)
                       TO WS-WORKORDER-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:10) = "--results="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(11:)
                       TO WS-RESULTS-PATH
                   MOVE 1 TO WS-GOT-RESULTS
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:17) = "--status-history="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(18:)
                       TO WS-STATUS-HISTORY-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--config="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-CONFIG-PATH
                   MOVE 1 TO WS-GOT-CONFIG
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:13) = "--dead-after="
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-ARG-ENTRY(WS-ARG-I)(14:)))
                           TO WS-NUM-CAND
                       IF WS-NUM-CAND < 1000
                           MOVE WS-NUM-CAND TO WS-DEAD-AFTER
                       ELSE
                           DISPLAY "COBLOG-LINKROT: --dead-after= "
                               "out of range, ignored"
                               UPON SYSERR
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      * ------------------------------------------------------------
      * inventory: refresh from the master, write the work order
      * ------------------------------------------------------------
       OP-INVENTORY.
           PERFORM LOAD-INVENTORY
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ INPUT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM COLLECT-POST-LINKS
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE

           PERFORM VARYING WS-IV-I FROM 1 BY 1
               UNTIL WS-IV-I > WS-INV-COUNT
               IF WS-IV-CITED(WS-IV-I) = 0
                   ADD 1 TO WS-RETIRED-URLS
               END-IF
           END-PERFORM
           PERFORM SAVE-INVENTORY
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-WORKORDER

           COMPUTE WS-NUM-CAND = WS-INV-COUNT - WS-RETIRED-URLS
           MOVE WS-NUM-CAND TO WS-COUNT-DISP
           DISPLAY "COBLOG-LINKROT: op=inventory urls="
               FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-NEW-URLS TO WS-COUNT-DISP
           DISPLAY " new=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-RETIRED-URLS TO WS-COUNT-DISP
           DISPLAY " retired=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-POSTS-WITH-LINKS TO WS-COUNT-DISP
           DISPLAY " citing-posts=" FUNCTION TRIM(WS-COUNT-DISP)
               UPON SYSERR.

       COLLECT-POST-LINKS.
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG NOT = WS-CURRENT-SLUG
               MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG
               PERFORM CHECK-POST-LIVE
               MOVE WS-POST-LIVE TO WS-CURRENT-LIVE
               MOVE 0 TO WS-CURRENT-HAS-LINK
           END-IF
           IF WS-CURRENT-LIVE = 1
               PERFORM SCAN-BODY-LINKS
           END-IF.

       SCAN-BODY-LINKS.
      * Every [text](url) on the line; the url runs from "](" to
      * the next ")"
           IF POST-BODY-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(POST-BODY-LINE
               TRAILING)) TO WS-BODY-LEN
           MOVE 1 TO WS-LK-I
           PERFORM UNTIL WS-LK-I >= WS-BODY-LEN
               IF POST-BODY-LINE(WS-LK-I:2) NOT = "]("
                   ADD 1 TO WS-LK-I
               ELSE
                   COMPUTE WS-LK-K = WS-LK-I + 2
                   PERFORM UNTIL WS-LK-K > WS-BODY-LEN
                       IF POST-BODY-LINE(WS-LK-K:1) = ")"
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-LK-K
                   END-PERFORM
                   IF WS-LK-K > WS-BODY-LEN
                       EXIT PERFORM
                   END-IF
                   COMPUTE WS-LK-LEN = WS-LK-K - WS-LK-I - 2
                   IF WS-LK-LEN > 0
                       MOVE SPACES TO WS-LINK-URL
                       MOVE POST-BODY-LINE(WS-LK-I + 2:WS-LK-LEN)
                           TO WS-LINK-URL
                       PERFORM CHECK-OUTBOUND-LINK
                   END-IF
                   COMPUTE WS-LK-I = WS-LK-K + 1
               END-IF
           END-PERFORM.

       CHECK-OUTBOUND-LINK.
      * Only an absolute http(s) url counts as outbound, and not one
      * that points back under the site's own base-url
           MOVE FUNCTION TRIM(WS-LINK-URL) TO WS-LINK-URL
           IF WS-LINK-URL(1:7) NOT = "http://"
               AND WS-LINK-URL(1:8) NOT = "https://"
               EXIT PARAGRAPH
           END-IF
           IF WS-BASE-LEN > 0
               IF WS-LINK-URL(1:WS-BASE-LEN)
                   = WS-CFG-BASE-URL(1:WS-BASE-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CURRENT-HAS-LINK = 0
               MOVE 1 TO WS-CURRENT-HAS-LINK
               ADD 1 TO WS-POSTS-WITH-LINKS
           END-IF
           MOVE WS-LINK-URL TO WS-RL-URL
           PERFORM FIND-INVENTORY-URL
           IF WS-IV-FOUND = 0
               IF WS-INV-COUNT >= 2000
                   IF WS-IV-FULL-WARNED = 0
                       DISPLAY "COBLOG-LINKROT: WARNING - inventory "
                           "ceiling (2000) reached, excess URLs not "
                           "tracked"
                           UPON SYSERR
                       MOVE 1 TO WS-IV-FULL-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INV-COUNT
               ADD 1 TO WS-NEW-URLS
               MOVE WS-INV-COUNT TO WS-IV-FOUND
               MOVE WS-LINK-URL TO WS-IV-URL(WS-IV-FOUND)
               MOVE WS-RUN-DATE TO WS-IV-FIRST-SEEN(WS-IV-FOUND)
               MOVE SPACES TO WS-IV-LAST-CHECKED(WS-IV-FOUND)
               MOVE SPACES TO WS-IV-LAST-CODE(WS-IV-FOUND)
               MOVE 0 TO WS-IV-FAILS(WS-IV-FOUND)
               MOVE SPACES TO WS-IV-FAIL-SINCE(WS-IV-FOUND)
               MOVE 0 TO WS-IV-CHECKS(WS-IV-FOUND)
               MOVE 0 TO WS-IV-CITED(WS-IV-FOUND)
           END-IF
      * The citing slugs are rebuilt from scratch every run
           IF WS-IV-CITED(WS-IV-FOUND) = 0
               MOVE 1 TO WS-IV-CITED(WS-IV-FOUND)
               MOVE SPACES TO WS-IV-SLUGS(WS-IV-FOUND)
               MOVE SPACES TO WS-IV-LAST-SLUG(WS-IV-FOUND)
               MOVE 1 TO WS-IV-SLUGS-PTR(WS-IV-FOUND)
           END-IF
           IF WS-IV-LAST-SLUG(WS-IV-FOUND) = WS-CURRENT-SLUG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-SLUG TO WS-IV-LAST-SLUG(WS-IV-FOUND)
           IF WS-IV-SLUGS-PTR(WS-IV-FOUND) > 1
               STRING "," DELIMITED SIZE
                   INTO WS-IV-SLUGS(WS-IV-FOUND)
                   WITH POINTER WS-IV-SLUGS-PTR(WS-IV-FOUND)
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-CURRENT-SLUG) DELIMITED SIZE
               INTO WS-IV-SLUGS(WS-IV-FOUND)
               WITH POINTER WS-IV-SLUGS-PTR(WS-IV-FOUND)
               ON OVERFLOW
                   IF WS-SLUGS-FULL-WARNED = 0
                       DISPLAY "COBLOG-LINKROT: WARNING - "
                           FUNCTION TRIM(WS-LINK-URL)
                           " is cited by more posts than the "
                           "inventory line can list"
                           UPON SYSERR
                       MOVE 1 TO WS-SLUGS-FULL-WARNED
                   END-IF
           END-STRING.

       FIND-INVENTORY-URL.
      * WS-RL-URL in -> WS-IV-FOUND out (0 = not in the inventory)
           MOVE 0 TO WS-IV-FOUND
           PERFORM VARYING WS-IV-I FROM 1 BY 1
               UNTIL WS-IV-I > WS-INV-COUNT
               IF WS-IV-URL(WS-IV-I) = WS-RL-URL
                   MOVE WS-IV-I TO WS-IV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-WORKORDER.
      * One URL per line for the checker, each URL once
           OPEN OUTPUT WORKORDER-FILE
           IF WS-WORKORDER-STATUS NOT = "00"
               DISPLAY "COBLOG-LINKROT: cannot write work order "
                   FUNCTION TRIM(WS-WORKORDER-PATH)
                   " (status " WS-WORKORDER-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IV-I FROM 1 BY 1
               UNTIL WS-IV-I > WS-INV-COUNT
               IF WS-IV-CITED(WS-IV-I) = 1
                   MOVE WS-IV-URL(WS-IV-I) TO WORKORDER-LINE
                   WRITE WORKORDER-LINE
               END-IF
           END-PERFORM
           CLOSE WORKORDER-FILE.

      * ------------------------------------------------------------
      * results: apply the checker's answers
      * ------------------------------------------------------------
       OP-RESULTS.
           IF WS-GOT-RESULTS = 0
               DISPLAY "COBLOG-LINKROT: --op=results needs "
                   "--results=<path>"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-INVENTORY
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
      * Every URL on file stays on file - only inventory drops them
           PERFORM VARYING WS-IV-I FROM 1 BY 1
               UNTIL WS-IV-I > WS-INV-COUNT
               MOVE 1 TO WS-IV-CITED(WS-IV-I)
           END-PERFORM

           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-STATUS NOT = "00"
               DISPLAY "COBLOG-LINKROT: cannot open results "
                   FUNCTION TRIM(WS-RESULTS-PATH)
                   " (status " WS-RESULTS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND STATUS-HISTORY-FILE
           IF WS-STATUS-HISTORY-STATUS NOT = "00"
               AND WS-STATUS-HISTORY-STATUS NOT = "05"
               DISPLAY "COBLOG-LINKROT: cannot append to status "
                   "history " FUNCTION TRIM(WS-STATUS-HISTORY-PATH)
                   " (status " WS-STATUS-HISTORY-STATUS ")"
                   UPON SYSERR
               CLOSE RESULTS-FILE
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
      * This run's history lines wait on a work file until the
      * inventory that records them is saved
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-WORK-SUFFIX
           MOVE SPACES TO WS-HIST-WORK-PATH
           STRING "LINKROT-HIST-WORK-" WS-WORK-SUFFIX
               DELIMITED SIZE INTO WS-HIST-WORK-PATH
           OPEN OUTPUT HIST-WORK-FILE
           IF WS-HIST-WORK-STATUS NOT = "00"
               DISPLAY "COBLOG-LINKROT: cannot write work file "
                   FUNCTION TRIM(WS-HIST-WORK-PATH)
                   " (status " WS-HIST-WORK-STATUS ")"
                   UPON SYSERR
               CLOSE RESULTS-FILE
               CLOSE STATUS-HISTORY-FILE
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ RESULTS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM APPLY-ONE-RESULT
               END-READ
           END-PERFORM
           CLOSE RESULTS-FILE
           CLOSE HIST-WORK-FILE

           PERFORM SAVE-INVENTORY
           IF WS-OP-FAILED = 0
               PERFORM APPEND-STATUS-HISTORY
           END-IF
           CLOSE STATUS-HISTORY-FILE
           PERFORM CLEAN-WORK-FILES

           MOVE WS-RESULTS-READ TO WS-COUNT-DISP
           DISPLAY "COBLOG-LINKROT: op=results results="
               FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-RESULTS-OK TO WS-COUNT-DISP
           DISPLAY " ok=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-RESULTS-FAILED TO WS-COUNT-DISP
           DISPLAY " failed=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-RESULTS-UNKNOWN TO WS-COUNT-DISP
           DISPLAY " unknown=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-RESULTS-DUPLICATE TO WS-COUNT-DISP
           DISPLAY " duplicate=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-RESULTS-REJECTED TO WS-COUNT-DISP
           DISPLAY " rejected=" FUNCTION TRIM(WS-COUNT-DISP)
               UPON SYSERR
           IF WS-RESULTS-REJECTED > 0
               MOVE 1 TO WS-OP-FAILED
           END-IF.

       APPLY-ONE-RESULT.
           IF FUNCTION TRIM(RESULTS-LINE) = SPACES
               OR RESULTS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RESULTS-READ
           MOVE SPACES TO WS-RL-DATE
           MOVE SPACES TO WS-RL-URL
           MOVE SPACES TO WS-RL-CODE
           UNSTRING RESULTS-LINE DELIMITED BY "|"
               INTO WS-RL-DATE WS-RL-URL WS-RL-CODE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RL-URL) TO WS-RL-URL
           IF WS-RL-DATE NOT NUMERIC
               OR WS-RL-CODE NOT NUMERIC
               OR WS-RL-URL = SPACES
               DISPLAY "COBLOG-LINKROT: malformed result line: "
                   FUNCTION TRIM(RESULTS-LINE)
                   UPON SYSERR
               ADD 1 TO WS-RESULTS-REJECTED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INVENTORY-URL
           IF WS-IV-FOUND = 0
               DISPLAY "COBLOG-LINKROT: result for a URL not in the "
                   "inventory, skipped: " FUNCTION TRIM(WS-RL-URL)
                   UPON SYSERR
               ADD 1 TO WS-RESULTS-UNKNOWN
               EXIT PARAGRAPH
           END-IF
      * Already applied, or older than what is on file: counting
      * it again would lengthen the failure streak on a rerun
           IF WS-RL-DATE NOT > WS-IV-LAST-CHECKED(WS-IV-FOUND)
               ADD 1 TO WS-RESULTS-DUPLICATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RL-CODE TO WS-RL-CODE-NUM
           MOVE WS-RL-DATE TO WS-IV-LAST-CHECKED(WS-IV-FOUND)
           MOVE WS-RL-CODE TO WS-IV-LAST-CODE(WS-IV-FOUND)
           ADD 1 TO WS-IV-CHECKS(WS-IV-FOUND)
           IF WS-RL-CODE-NUM >= 200 AND WS-RL-CODE-NUM < 400
               ADD 1 TO WS-RESULTS-OK
               MOVE 0 TO WS-IV-FAILS(WS-IV-FOUND)
               MOVE SPACES TO WS-IV-FAIL-SINCE(WS-IV-FOUND)
               MOVE "OK" TO WS-RL-STATE
           ELSE
               ADD 1 TO WS-RESULTS-FAILED
               IF WS-IV-FAILS(WS-IV-FOUND) = 0
                   MOVE WS-RL-DATE TO WS-IV-FAIL-SINCE(WS-IV-FOUND)
               END-IF
               IF WS-IV-FAILS(WS-IV-FOUND) < 9999
                   ADD 1 TO WS-IV-FAILS(WS-IV-FOUND)
               END-IF
               IF WS-IV-FAILS(WS-IV-FOUND) > WS-DEAD-AFTER
                   MOVE "DEAD" TO WS-RL-STATE
               ELSE
                   MOVE "DOWN" TO WS-RL-STATE
               END-IF
           END-IF
           MOVE WS-IV-FAILS(WS-IV-FOUND) TO WS-FAILS-DISP
           MOVE SPACES TO HIST-WORK-LINE
           STRING WS-RL-DATE "|" FUNCTION TRIM(WS-RL-URL) "|"
               WS-RL-CODE "|" FUNCTION TRIM(WS-RL-STATE) "|"
               FUNCTION TRIM(WS-FAILS-DISP)
               DELIMITED SIZE INTO HIST-WORK-LINE
           WRITE HIST-WORK-LINE.

       APPEND-STATUS-HISTORY.
           OPEN INPUT HIST-WORK-FILE
           PERFORM UNTIL 1 = 0
               READ HIST-WORK-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE HIST-WORK-LINE TO STATUS-HISTORY-LINE
               WRITE STATUS-HISTORY-LINE
           END-PERFORM
           CLOSE HIST-WORK-FILE.

       CLEAN-WORK-FILES.
      * The name is entirely program-generated (letters, digits
      * and hyphens), so handing it to the shell is safe.
           MOVE SPACES TO WS-SYS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-HIST-WORK-PATH)
               DELIMITED SIZE INTO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD
           MOVE 0 TO RETURN-CODE.

      * ------------------------------------------------------------
      * report: dead links by author, down links apart
      * ------------------------------------------------------------
       OP-REPORT.
           PERFORM LOAD-INVENTORY
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ INPUT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM COLLECT-REPORT-POST
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE

           PERFORM COUNT-LINK-STATES

           DISPLAY "COBLOG-LINKROT report"
           DISPLAY "====================="
           DISPLAY " "
           PERFORM WRITE-DEAD-SECTION
           PERFORM WRITE-DOWN-SECTION

           MOVE WS-INV-COUNT TO WS-COUNT-DISP
           DISPLAY "Outbound URLs:           "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-OK-COUNT TO WS-COUNT-DISP
           DISPLAY "OK at last check:        "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-DOWN-COUNT TO WS-COUNT-DISP
           DISPLAY "Down, not yet dead:      "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-DEAD-COUNT TO WS-COUNT-DISP
           DISPLAY "Dead:                    "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-UNCHECKED-COUNT TO WS-COUNT-DISP
           DISPLAY "Never checked:           "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-DEAD-POSTS TO WS-COUNT-DISP
           DISPLAY "Posts with dead links:   "
               FUNCTION TRIM(WS-COUNT-DISP)

           MOVE WS-DEAD-COUNT TO WS-COUNT-DISP
           DISPLAY "COBLOG-LINKROT: op=report dead="
               FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-DOWN-COUNT TO WS-COUNT-DISP
           DISPLAY " down=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-DEAD-POSTS TO WS-COUNT-DISP
           DISPLAY " posts-with-dead-links="
               FUNCTION TRIM(WS-COUNT-DISP)
               UPON SYSERR.

       COLLECT-REPORT-POST.
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG = WS-CURRENT-SLUG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG
           PERFORM CHECK-POST-LIVE
           IF WS-POST-LIVE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-POST-COUNT < 1000
               ADD 1 TO WS-POST-COUNT
               MOVE WS-TRIMMED-SLUG TO WS-PT-SLUG(WS-POST-COUNT)
               MOVE FUNCTION TRIM(POST-TITLE)
                   TO WS-PT-TITLE(WS-POST-COUNT)
               MOVE FUNCTION TRIM(POST-AUTHOR)
                   TO WS-PT-AUTHOR(WS-POST-COUNT)
               MOVE 0 TO WS-PT-DEAD(WS-POST-COUNT)
               MOVE 0 TO WS-PT-PICKED(WS-POST-COUNT)
           ELSE
               IF WS-PT-FULL-WARNED = 0
                   DISPLAY "COBLOG-LINKROT: WARNING - post table "
                       "ceiling (1000) reached, excess posts left "
                       "out of the report"
                       UPON SYSERR
                   MOVE 1 TO WS-PT-FULL-WARNED
               END-IF
           END-IF.

       COUNT-LINK-STATES.
      * Each URL's state, and for every dead URL the live posts
      * that still cite it
           PERFORM VARYING WS-IV-I FROM 1 BY 1
               UNTIL WS-IV-I > WS-INV-COUNT
               EVALUATE TRUE
                   WHEN WS-IV-CHECKS(WS-IV-I) = 0
                       ADD 1 TO WS-UNCHECKED-COUNT
                   WHEN WS-IV-FAILS(WS-IV-I) = 0
                       ADD 1 TO WS-OK-COUNT
                   WHEN WS-IV-FAILS(WS-IV-I) > WS-DEAD-AFTER
                       ADD 1 TO WS-DEAD-COUNT
                       PERFORM MARK-CITING-POSTS
                   WHEN OTHER
                       ADD 1 TO WS-DOWN-COUNT
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-DEAD(WS-PT-I) > 0
                   ADD 1 TO WS-DEAD-POSTS
               END-IF
           END-PERFORM.

       MARK-CITING-POSTS.
           MOVE SPACES TO WS-SLUG-LIST
           STRING "," FUNCTION TRIM(WS-IV-SLUGS(WS-IV-I)) ","
               DELIMITED SIZE INTO WS-SLUG-LIST
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               PERFORM MATCH-SLUG-IN-LIST
               IF WS-TALLY > 0
                   ADD 1 TO WS-PT-DEAD(WS-PT-I)
               END-IF
           END-PERFORM.

       MATCH-SLUG-IN-LIST.
      * Does WS-SLUG-LIST (",a,b,c,") name post WS-PT-I?
           MOVE SPACES TO WS-SLUG-KEY
           STRING "," FUNCTION TRIM(WS-PT-SLUG(WS-PT-I)) ","
               DELIMITED SIZE INTO WS-SLUG-KEY
           MOVE 0 TO WS-TALLY
           INSPECT WS-SLUG-LIST TALLYING WS-TALLY
               FOR ALL WS-SLUG-KEY(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SLUG-KEY))).

       WRITE-DEAD-SECTION.
      * Authors in name order, each author's posts in master order,
      * each post's dead links under it
           MOVE WS-DEAD-AFTER TO WS-FAILS-DISP
           DISPLAY "Dead links (failed more than "
               FUNCTION TRIM(WS-FAILS-DISP)
               " checks in a row), by author:"
           MOVE 0 TO WS-SECTION-ROWS
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-DEAD-AUTHOR
               IF WS-PT-BEST = 0
                   EXIT PERFORM
               END-IF
               MOVE WS-PT-AUTHOR(WS-PT-BEST) TO WS-AUTHOR-NAME
               IF WS-AUTHOR-NAME = SPACES
                   DISPLAY "  (no author):"
               ELSE
                   DISPLAY "  " FUNCTION TRIM(WS-AUTHOR-NAME) ":"
               END-IF
               PERFORM VARYING WS-PT-I FROM 1 BY 1
                   UNTIL WS-PT-I > WS-POST-COUNT
                   IF WS-PT-DEAD(WS-PT-I) > 0
                       AND WS-PT-PICKED(WS-PT-I) = 0
                       AND WS-PT-AUTHOR(WS-PT-I) = WS-AUTHOR-NAME
                       MOVE 1 TO WS-PT-PICKED(WS-PT-I)
                       PERFORM WRITE-DEAD-POST
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SECTION-ROWS = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       FIND-NEXT-DEAD-AUTHOR.
           MOVE 0 TO WS-PT-BEST
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-DEAD(WS-PT-I) > 0
                   AND WS-PT-PICKED(WS-PT-I) = 0
                   IF WS-PT-BEST = 0
                       OR WS-PT-AUTHOR(WS-PT-I)
                           < WS-PT-AUTHOR(WS-PT-BEST)
                       MOVE WS-PT-I TO WS-PT-BEST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-DEAD-POST.
           DISPLAY "    " FUNCTION TRIM(WS-PT-SLUG(WS-PT-I))
               "  '" FUNCTION TRIM(WS-PT-TITLE(WS-PT-I)) "'"
           PERFORM VARYING WS-IV-I FROM 1 BY 1
               UNTIL WS-IV-I > WS-INV-COUNT
               IF WS-IV-CHECKS(WS-IV-I) > 0
                   AND WS-IV-FAILS(WS-IV-I) > WS-DEAD-AFTER
                   MOVE SPACES TO WS-SLUG-LIST
                   STRING "," FUNCTION TRIM(WS-IV-SLUGS(WS-IV-I)) ","
                       DELIMITED SIZE INTO WS-SLUG-LIST
                   PERFORM MATCH-SLUG-IN-LIST
                   IF WS-TALLY > 0
                       ADD 1 TO WS-SECTION-ROWS
                       PERFORM FORMAT-FAIL-SINCE
                       MOVE WS-IV-FAILS(WS-IV-I) TO WS-FAILS-DISP
                       DISPLAY "      "
                           FUNCTION TRIM(WS-IV-URL(WS-IV-I))
                           " - " WS-IV-LAST-CODE(WS-IV-I)
                           ", failed " FUNCTION TRIM(WS-FAILS-DISP)
                           " checks since " WS-DATE-DISP
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-DOWN-SECTION.
      * Failing, but not for long enough to be called dead - most of
      * these are back by the next check
           DISPLAY "Down at the last check, not yet dead:"
           MOVE 0 TO WS-SECTION-ROWS
           PERFORM VARYING WS-IV-I FROM 1 BY 1
               UNTIL WS-IV-I > WS-INV-COUNT
               IF WS-IV-CHECKS(WS-IV-I) > 0
                   AND WS-IV-FAILS(WS-IV-I) > 0
                   AND WS-IV-FAILS(WS-IV-I) NOT > WS-DEAD-AFTER
                   ADD 1 TO WS-SECTION-ROWS
                   PERFORM FORMAT-FAIL-SINCE
                   MOVE WS-IV-FAILS(WS-IV-I) TO WS-FAILS-DISP
                   DISPLAY "  " FUNCTION TRIM(WS-IV-URL(WS-IV-I))
                       " - " WS-IV-LAST-CODE(WS-IV-I)
                       ", failed " FUNCTION TRIM(WS-FAILS-DISP)
                       " checks since " WS-DATE-DISP "; cited by "
                       FUNCTION TRIM(WS-IV-SLUGS(WS-IV-I))
               END-IF
           END-PERFORM
           IF WS-SECTION-ROWS = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       FORMAT-FAIL-SINCE.
           MOVE SPACES TO WS-DATE-DISP
           STRING WS-IV-FAIL-SINCE(WS-IV-I)(1:4) "-"
               WS-IV-FAIL-SINCE(WS-IV-I)(5:2) "-"
               WS-IV-FAIL-SINCE(WS-IV-I)(7:2)
               DELIMITED SIZE INTO WS-DATE-DISP.

      * ------------------------------------------------------------
      * The inventory file: read whole, written whole
      * ------------------------------------------------------------
       LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               AND WS-INVENTORY-STATUS NOT = "05"
               DISPLAY "COBLOG-LINKROT: cannot open inventory "
                   FUNCTION TRIM(WS-INVENTORY-PATH)
                   " (status " WS-INVENTORY-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ INVENTORY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM STORE-INVENTORY-LINE
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE.

       STORE-INVENTORY-LINE.
           IF FUNCTION TRIM(INVENTORY-LINE) = SPACES
               OR INVENTORY-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-INV-COUNT >= 2000
               IF WS-IV-FULL-WARNED = 0
                   DISPLAY "COBLOG-LINKROT: WARNING - inventory "
                       "ceiling (2000) reached, excess URLs not "
                       "tracked"
                       UPON SYSERR
                   MOVE 1 TO WS-IV-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IL-URL WS-IL-FIRST-SEEN WS-IL-SLUGS
               WS-IL-LAST-CHECKED WS-IL-LAST-CODE WS-IL-FAILS
               WS-IL-FAIL-SINCE WS-IL-CHECKS
           UNSTRING INVENTORY-LINE DELIMITED BY "|"
               INTO WS-IL-URL WS-IL-FIRST-SEEN WS-IL-SLUGS
                    WS-IL-LAST-CHECKED WS-IL-LAST-CODE WS-IL-FAILS
                    WS-IL-FAIL-SINCE WS-IL-CHECKS
           END-UNSTRING
           ADD 1 TO WS-INV-COUNT
           MOVE WS-IL-URL TO WS-IV-URL(WS-INV-COUNT)
           MOVE WS-IL-FIRST-SEEN TO WS-IV-FIRST-SEEN(WS-INV-COUNT)
           MOVE WS-IL-SLUGS TO WS-IV-SLUGS(WS-INV-COUNT)
           MOVE WS-IL-LAST-CHECKED
               TO WS-IV-LAST-CHECKED(WS-INV-COUNT)
           MOVE WS-IL-LAST-CODE TO WS-IV-LAST-CODE(WS-INV-COUNT)
           MOVE 0 TO WS-IV-FAILS(WS-INV-COUNT)
           IF FUNCTION TRIM(WS-IL-FAILS) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IL-FAILS))
                   TO WS-IV-FAILS(WS-INV-COUNT)
           END-IF
           MOVE WS-IL-FAIL-SINCE TO WS-IV-FAIL-SINCE(WS-INV-COUNT)
           MOVE 0 TO WS-IV-CHECKS(WS-INV-COUNT)
           IF FUNCTION TRIM(WS-IL-CHECKS) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IL-CHECKS))
                   TO WS-IV-CHECKS(WS-INV-COUNT)
           END-IF
           MOVE 0 TO WS-IV-CITED(WS-INV-COUNT)
           MOVE SPACES TO WS-IV-LAST-SLUG(WS-INV-COUNT)
           MOVE 1 TO WS-IV-SLUGS-PTR(WS-INV-COUNT).

       SAVE-INVENTORY.
      * Every URL still cited, in the order first seen
           OPEN OUTPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               AND WS-INVENTORY-STATUS NOT = "05"
               DISPLAY "COBLOG-LINKROT: cannot write inventory "
                   FUNCTION TRIM(WS-INVENTORY-PATH)
                   " (status " WS-INVENTORY-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINES-WRITTEN
           PERFORM VARYING WS-IV-I FROM 1 BY 1
               UNTIL WS-IV-I > WS-INV-COUNT
               IF WS-IV-CITED(WS-IV-I) = 1
                   MOVE WS-IV-FAILS(WS-IV-I) TO WS-FAILS-TEXT
                   MOVE WS-IV-CHECKS(WS-IV-I) TO WS-CHECKS-TEXT
                   MOVE SPACES TO INVENTORY-LINE
                   STRING FUNCTION TRIM(WS-IV-URL(WS-IV-I)) "|"
                       WS-IV-FIRST-SEEN(WS-IV-I) "|"
                       FUNCTION TRIM(WS-IV-SLUGS(WS-IV-I)) "|"
                       WS-IV-LAST-CHECKED(WS-IV-I) "|"
                       WS-IV-LAST-CODE(WS-IV-I) "|"
                       WS-FAILS-TEXT "|"
                       WS-IV-FAIL-SINCE(WS-IV-I) "|"
                       WS-CHECKS-TEXT
                       DELIMITED SIZE INTO INVENTORY-LINE
                   WRITE INVENTORY-LINE
                   ADD 1 TO WS-LINES-WRITTEN
               END-IF
           END-PERFORM
           CLOSE INVENTORY-FILE.

       LOAD-SITE-CONFIG.
      * Read the --config= file, one "key=value" pair per line, the
      * same loader COBLOG-SITE uses, so all the programs can share
      * one config file. Keys this program has no use for are still
      * accepted quietly; only unknown keys are reported on stderr.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               DISPLAY "COBLOG-LINKROT: cannot open config file "
                   FUNCTION TRIM(WS-CONFIG-PATH)
                   " (status " WS-CONFIG-STATUS ")"
                   UPON SYSERR
           ELSE
               PERFORM UNTIL 1 = 0
                   READ CONFIG-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM STORE-CONFIG-LINE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       STORE-CONFIG-LINE.
           IF FUNCTION TRIM(CONFIG-LINE) = SPACES
               OR CONFIG-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
      * Split on the first "=" only - the value itself may contain
      * one (a URL query string, for instance).
           MOVE SPACES TO WS-CONFIG-KEY
           MOVE SPACES TO WS-CONFIG-VALUE
           MOVE 1 TO WS-CONFIG-PTR
           UNSTRING CONFIG-LINE DELIMITED BY "="
               INTO WS-CONFIG-KEY
               WITH POINTER WS-CONFIG-PTR
           END-UNSTRING
           IF WS-CONFIG-PTR <= 256
               MOVE CONFIG-LINE(WS-CONFIG-PTR:)
                   TO WS-CONFIG-VALUE
           END-IF
           EVALUATE FUNCTION TRIM(WS-CONFIG-KEY)
               WHEN "site-title"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-SITE-TITLE
               WHEN "site-tagline"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-SITE-TAGLINE
               WHEN "base-url"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-BASE-URL
               WHEN "feed-href"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-FEED-HREF
               WHEN "css-href"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-CSS-HREF
               WHEN "page-size"
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CONFIG-NUM
                   IF WS-CONFIG-NUM > 0 AND WS-CONFIG-NUM < 100
                       MOVE WS-CONFIG-NUM TO WS-CFG-PAGE-SIZE
                   ELSE
                       DISPLAY "COBLOG-LINKROT: config "
                           "page-size out of range, ignored"
                           UPON SYSERR
                   END-IF
               WHEN "reading-wpm"
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CONFIG-NUM
                   IF WS-CONFIG-NUM > 0 AND WS-CONFIG-NUM < 1000
                       MOVE WS-CONFIG-NUM TO WS-CFG-READING-WPM
                   ELSE
                       DISPLAY "COBLOG-LINKROT: config "
                           "reading-wpm out of range, ignored"
                           UPON SYSERR
                   END-IF
               WHEN "max-urls"
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CONFIG-NUM
                   IF WS-CONFIG-NUM > 0
                       MOVE WS-CONFIG-NUM TO WS-CFG-URL-THRESHOLD
                   ELSE
                       DISPLAY "COBLOG-LINKROT: config "
                           "max-urls out of range, ignored"
                           UPON SYSERR
                   END-IF
               WHEN "ping-hub"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-PING-HUB
               WHEN "podcast-title"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-PODCAST-TITLE
               WHEN "podcast-author"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-PODCAST-AUTHOR
               WHEN "podcast-image"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-PODCAST-IMAGE
               WHEN "podcast-category"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-PODCAST-CATEGORY
               WHEN "podcast-explicit"
                   MOVE FUNCTION LOWER-CASE(
                       FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CFG-PODCAST-EXPLICIT
               WHEN "event-timezone"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-CFG-EVENT-TZ
               WHEN OTHER
                   DISPLAY "COBLOG-LINKROT: unrecognized config "
                       "key '" FUNCTION TRIM(WS-CONFIG-KEY)
                       "' ignored"
                       UPON SYSERR
           END-EVALUATE.

       CHECK-POST-LIVE.
      * A post joins the rollup unless it is still a DRAFT, or
      * SCHEDULED for a POST-DATE later than today's run date. A
      * blank POST-STATUS means LIVE, same as COBLOG-SITE.
           MOVE FUNCTION TRIM(POST-STATUS) TO WS-TRIMMED-STATUS
           EVALUATE WS-TRIMMED-STATUS
               WHEN SPACES
                   MOVE 1 TO WS-POST-LIVE
               WHEN "LIVE"
                   MOVE 1 TO WS-POST-LIVE
               WHEN "DRAFT"
                   MOVE 0 TO WS-POST-LIVE
               WHEN "REVIEW"
                   MOVE 0 TO WS-POST-LIVE
               WHEN "PAGE"
                   MOVE 0 TO WS-POST-LIVE
               WHEN "SCHEDULED"
                   PERFORM CHECK-SCHEDULED-DUE
               WHEN OTHER
                   MOVE 1 TO WS-POST-LIVE
           END-EVALUATE
      * A time-limited post drops out once it has expired
           MOVE 0 TO WS-POST-EXPIRED
           IF WS-POST-LIVE = 1
               PERFORM CHECK-POST-EXPIRED
           END-IF.

       CHECK-SCHEDULED-DUE.
      * A SCHEDULED post flips live once the run reaches
      * POST-DATE + POST-TIME; blank POST-TIME means midnight, so
      * date-only records behave exactly as before.
           MOVE POST-TIME TO WS-EFF-TIME-OF-DAY
           IF WS-EFF-TIME-OF-DAY NOT NUMERIC
               MOVE "000000" TO WS-EFF-TIME-OF-DAY
           END-IF
           EVALUATE TRUE
               WHEN POST-DATE < WS-RUN-DATE
                   MOVE 1 TO WS-POST-LIVE
               WHEN POST-DATE = WS-RUN-DATE
                   AND WS-EFF-TIME-OF-DAY <= WS-RUN-TIME
                   MOVE 1 TO WS-POST-LIVE
               WHEN OTHER
                   MOVE 0 TO WS-POST-LIVE
           END-EVALUATE.

       CHECK-POST-EXPIRED.
      * A live post stops being live once the run reaches
      * POST-EXPIRES-DATE + POST-EXPIRES-TIME. A blank expiry date
      * means the post never expires; a blank expiry time means
      * midnight at the start of the expiry date.
           IF POST-EXPIRES-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE POST-EXPIRES-TIME TO WS-EFF-TIME-OF-DAY
           IF WS-EFF-TIME-OF-DAY NOT NUMERIC
               MOVE "000000" TO WS-EFF-TIME-OF-DAY
           END-IF
           IF POST-EXPIRES-DATE < WS-RUN-DATE
               OR (POST-EXPIRES-DATE = WS-RUN-DATE
                   AND WS-EFF-TIME-OF-DAY <= WS-RUN-TIME)
               MOVE 1 TO WS-POST-EXPIRED
               MOVE 0 TO WS-POST-LIVE
           END-IF.

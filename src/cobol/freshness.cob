       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-FRESHNESS.
      * ============================================================
      * COBLOG Content Freshness Audit
      * Finds the posts that still pull readers but have not been
      * touched in a long time - the ones most worth a revision.
      * Reads the sorted post-record stream on stdin and joins it
      * with:
      *   --revisions=<path>  COBLOG-CATALOG's revision history
      *                       (its --history= file, default
      *                       coblog-catalog-hist.dat). Every
      *                       superseded record is written there on
      *                       the day it was replaced, so the latest
      *                       HIST-DATE for a slug is the day of its
      *                       last revision. "delete" entries are not
      *                       revisions. A post with no history was
      *                       never revised: its POST-DATE counts.
      *   --pageviews=<path>  the daily "YYYYMMDD|slug|hits" history
      *                       COBLOG-POPULAR appends and COBLOG-TRENDS
      *                       reads; hits in the 30 days up to the run
      *                       date are the post's current traffic.
      *                       Required.
      *
      * Section one lists the live posts whose last revision is at
      * least --stale-days= days old (default 730), ranked by their
      * 30-day hits, with author and tags. Posts below --min-hits=
      * (default 1) are counted but not listed; --top= (default 50)
      * caps the list.
      *
      * Section two flags live posts whose body links point at a
      * slug that has moved or gone:
      *   --redirects=<path>      the rename map COBLOG-SITE reads,
      *                           "old-slug|new-slug|rename-date"
      *   --archive-index=<path>  COBLOG-ARCHIVE's index,
      *                           "slug|date|title|canonical"; an
      *                           archived slug that is live again is
      *                           not flagged
      * Links are the [text](url) form in POST-BODY-LINE. Relative
      * links and absolute links under base-url (--config=) are
      * reduced to a slug; any other absolute link is external and
      * is left to COBLOG-LINKCHECK.
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
           SELECT OPTIONAL REVISION-FILE ASSIGN TO WS-REVISION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVISION-STATUS.
           SELECT PAGEVIEW-FILE ASSIGN TO WS-PAGEVIEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGEVIEW-STATUS.
           SELECT REDIRECT-FILE ASSIGN TO WS-REDIRECTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECTS-STATUS.
           SELECT ARCHIDX-FILE ASSIGN TO WS-ARCHIDX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIDX-STATUS.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY POSTREC.

      * Same layout COBLOG-CATALOG writes
       FD REVISION-FILE.
       01 REVISION-RECORD.
           05 HIST-DATE        PIC X(8).
           05 HIST-OP          PIC X(8).
           05 HIST-SLUG        PIC X(60).
           05 HIST-SEQ         PIC 9(4).
           05 HIST-POST        PIC X(2600).

       FD PAGEVIEW-FILE.
       01 PAGEVIEW-LINE        PIC X(200).

       FD REDIRECT-FILE.
       01 REDIRECT-LINE        PIC X(200).

       FD ARCHIDX-FILE.
       01 ARCHIDX-LINE         PIC X(300).

       FD CONFIG-FILE.
       01 CONFIG-LINE          PIC X(256).

       WORKING-STORAGE SECTION.

      * Site-wide configuration (--config=<path>), shared with
      * COBLOG-SITE - base-url marks absolute links as internal.
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
       01 WS-EOF               PIC 9  VALUE 0.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-RUN-DATE-NUM      PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-INT      PIC 9(7) VALUE 0.
       01 WS-DATE-INT          PIC 9(7) VALUE 0.
       01 WS-MONTH-EDGE        PIC 9(8) VALUE 0.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.

       01 WS-REVISION-PATH     PIC X(256)
           VALUE "coblog-catalog-hist.dat".
       01 WS-REVISION-STATUS   PIC XX VALUE SPACES.
       01 WS-REVISIONS-READ    PIC 9(7) VALUE 0.
       01 WS-PAGEVIEW-PATH     PIC X(256) VALUE SPACES.
       01 WS-PAGEVIEW-STATUS   PIC XX VALUE SPACES.
       01 WS-GOT-PAGEVIEWS     PIC 9  VALUE 0.
       01 WS-REDIRECTS-PATH    PIC X(256) VALUE SPACES.
       01 WS-REDIRECTS-STATUS  PIC XX VALUE SPACES.
       01 WS-GOT-REDIRECTS     PIC 9  VALUE 0.
       01 WS-ARCHIDX-PATH      PIC X(256) VALUE SPACES.
       01 WS-ARCHIDX-STATUS    PIC XX VALUE SPACES.
       01 WS-GOT-ARCHIDX       PIC 9  VALUE 0.

      * Thresholds
       01 WS-STALE-DAYS        PIC 9(5) VALUE 730.
       01 WS-MIN-HITS          PIC 9(8) VALUE 1.
       01 WS-TOP-N             PIC 9(4) VALUE 50.
       01 WS-TOP-CAND          PIC 9(8) VALUE 0.

      * Live posts seen in the stream
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 1000 TIMES.
               10 WS-PT-SLUG       PIC X(60).
               10 WS-PT-TITLE      PIC X(120).
               10 WS-PT-AUTHOR     PIC X(40).
               10 WS-PT-TAG        PIC X(30) OCCURS 4 TIMES.
               10 WS-PT-DATE       PIC X(8).
               10 WS-PT-REVISED    PIC X(8).
               10 WS-PT-AGE        PIC 9(6).
               10 WS-PT-HITS       PIC 9(8).
               10 WS-PT-STALE      PIC 9.
               10 WS-PT-PICKED     PIC 9.
       01 WS-POST-COUNT        PIC 9(4) VALUE 0.
       01 WS-PT-I              PIC 9(4) VALUE 0.
       01 WS-PT-BEST           PIC 9(4) VALUE 0.
       01 WS-PT-FOUND          PIC 9(4) VALUE 0.
       01 WS-TAG-I             PIC 9  VALUE 0.

      * Rename map and archive index
       01 WS-REDIRECT-TABLE.
           05 WS-REDIR-ENTRY OCCURS 200 TIMES.
               10 WS-REDIR-OLD     PIC X(60).
               10 WS-REDIR-NEW     PIC X(60).
               10 WS-REDIR-DATE    PIC X(20).
       01 WS-REDIR-COUNT       PIC 9(4) VALUE 0.
       01 WS-REDIR-I           PIC 9(4) VALUE 0.
       01 WS-ARCHIVE-TABLE.
           05 WS-ARCH-SLUG OCCURS 1000 TIMES PIC X(60).
       01 WS-ARCH-COUNT        PIC 9(4) VALUE 0.
       01 WS-ARCH-I            PIC 9(4) VALUE 0.
       01 WS-AX-SLUG           PIC X(60) VALUE SPACES.

      * Body links that point at a renamed or archived slug, one
      * entry per post and target
       01 WS-FINDING-TABLE.
           05 WS-FINDING-ENTRY OCCURS 1000 TIMES.
               10 WS-FD-POST       PIC 9(4).
               10 WS-FD-KIND       PIC X.
               10 WS-FD-TARGET     PIC X(60).
               10 WS-FD-REDIR      PIC 9(4).
       01 WS-FINDING-COUNT     PIC 9(4) VALUE 0.
       01 WS-FD-I              PIC 9(4) VALUE 0.
       01 WS-NEW-KIND          PIC X  VALUE SPACE.
       01 WS-FD-FULL-WARNED    PIC 9  VALUE 0.
       01 WS-FD-ROWS           PIC 9(4) VALUE 0.
       01 WS-FD-LAST-POST      PIC 9(4) VALUE 0.
       01 WS-FD-POSTS          PIC 9(4) VALUE 0.

      * Control break on slug
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-CURRENT-LIVE      PIC 9  VALUE 0.
       01 WS-CURRENT-POST      PIC 9(4) VALUE 0.
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
       01 WS-LINK-PATH         PIC X(200) VALUE SPACES.
       01 WS-LINK-REST         PIC X(200) VALUE SPACES.
       01 WS-LINK-SLUG         PIC X(60) VALUE SPACES.
       01 WS-LINK-INTERNAL     PIC 9  VALUE 0.
       01 WS-BASE-URL          PIC X(200) VALUE SPACES.
       01 WS-BASE-LEN          PIC 999 VALUE 0.
       01 WS-SLASHES           PIC 999 VALUE 0.
       01 WS-LINKS-CHECKED     PIC 9(7) VALUE 0.

      * One pageview history line
       01 WS-HL-DATE           PIC X(8) VALUE SPACES.
       01 WS-HL-DATE-NUM       PIC 9(8) VALUE 0.
       01 WS-HL-SLUG           PIC X(60) VALUE SPACES.
       01 WS-HL-HITS-X         PIC X(12) VALUE SPACES.
       01 WS-HL-HITS           PIC 9(8) VALUE 0.

      * Audit counters and report edit fields
       01 WS-STALE-COUNT       PIC 9(4) VALUE 0.
       01 WS-QUIET-STALE       PIC 9(4) VALUE 0.
       01 WS-RANK              PIC 9(4) VALUE 0.
       01 WS-RANK-DISP         PIC ZZZ9.
       01 WS-HITS-DISP         PIC ZZZZZZZ9.
       01 WS-AGE-DISP          PIC ZZZZZ9.
       01 WS-COUNT-DISP        PIC ZZZZZZZZ9.
       01 WS-DATE-DISP         PIC X(10) VALUE SPACES.
       01 WS-TAG-LIST          PIC X(140) VALUE SPACES.
       01 WS-TAG-PTR           PIC 9(3) VALUE 1.

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

           IF WS-GOT-PAGEVIEWS = 0
               DISPLAY "COBLOG-FRESHNESS: --pageviews=<path> is "
                   "required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-GOT-CONFIG = 1
               PERFORM LOAD-SITE-CONFIG
           END-IF
           PERFORM DERIVE-BASE-URL

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           COMPUTE WS-DATE-INT = WS-RUN-DATE-INT - 30
           COMPUTE WS-MONTH-EDGE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

      * The rename map and archive index are loaded first so body
      * links can be checked as the master streams past
           IF WS-GOT-REDIRECTS = 1
               PERFORM LOAD-REDIRECT-MAP
           END-IF
           IF WS-GOT-ARCHIDX = 1
               PERFORM LOAD-ARCHIVE-INDEX
           END-IF

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               STOP RUN
           END-IF
           PERFORM READ-AND-COLLECT UNTIL WS-EOF = 1
           CLOSE INPUT-FILE

           PERFORM APPLY-REVISIONS
           PERFORM TALLY-PAGEVIEWS
           PERFORM MARK-STALE-POSTS

           PERFORM WRITE-REPORT

           MOVE WS-POST-COUNT TO WS-COUNT-DISP
           DISPLAY "COBLOG-FRESHNESS: live-posts="
               FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-REVISIONS-READ TO WS-COUNT-DISP
           DISPLAY " revision-records=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-STALE-COUNT TO WS-COUNT-DISP
           DISPLAY " stale=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-LINKS-CHECKED TO WS-COUNT-DISP
           DISPLAY " links-checked=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-FD-ROWS TO WS-COUNT-DISP
           DISPLAY " stale-links=" FUNCTION TRIM(WS-COUNT-DISP)
               UPON SYSERR

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
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--revisions="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(13:)
                       TO WS-REVISION-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--pageviews="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(13:)
                       TO WS-PAGEVIEW-PATH
                   MOVE 1 TO WS-GOT-PAGEVIEWS
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--redirects="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(13:)
                       TO WS-REDIRECTS-PATH
                   MOVE 1 TO WS-GOT-REDIRECTS
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:16) = "--archive-index="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(17:)
                       TO WS-ARCHIDX-PATH
                   MOVE 1 TO WS-GOT-ARCHIDX
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--config="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-CONFIG-PATH
                   MOVE 1 TO WS-GOT-CONFIG
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:13) = "--stale-days="
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                       WS-ARG-ENTRY(WS-ARG-I)(14:)))
                       TO WS-TOP-CAND
                   IF WS-TOP-CAND > 0 AND WS-TOP-CAND < 100000
                       MOVE WS-TOP-CAND TO WS-STALE-DAYS
                   ELSE
                       DISPLAY "COBLOG-FRESHNESS: --stale-days= "
                           "out of range, ignored"
                           UPON SYSERR
                   END-IF
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--min-hits="
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                       WS-ARG-ENTRY(WS-ARG-I)(12:)))
                       TO WS-MIN-HITS
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:6) = "--top="
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-ARG-ENTRY(WS-ARG-I)(7:)))
                           TO WS-TOP-CAND
                       IF WS-TOP-CAND > 0
                           AND WS-TOP-CAND < 10000
                           MOVE WS-TOP-CAND TO WS-TOP-N
                       ELSE
                           DISPLAY "COBLOG-FRESHNESS: --top= "
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
               END-IF
           END-IF.

       DERIVE-BASE-URL.
      * base-url without its trailing "/", so "<base>/<slug>/" and
      * "<base>/<slug>" both reduce to the slug
           MOVE SPACES TO WS-BASE-URL
           MOVE 0 TO WS-BASE-LEN
           IF WS-CFG-BASE-URL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CFG-BASE-URL) TO WS-BASE-URL
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BASE-URL))
               TO WS-BASE-LEN
           PERFORM UNTIL WS-BASE-LEN = 0
               IF WS-BASE-URL(WS-BASE-LEN:1) NOT = "/"
                   EXIT PERFORM
               END-IF
               MOVE SPACE TO WS-BASE-URL(WS-BASE-LEN:1)
               SUBTRACT 1 FROM WS-BASE-LEN
           END-PERFORM.

      * ------------------------------------------------------------
      * Rename map and archive index
      * ------------------------------------------------------------
       LOAD-REDIRECT-MAP.
      * Read the --redirects= map, one "old|new|date" line each.
           OPEN INPUT REDIRECT-FILE
           IF WS-REDIRECTS-STATUS NOT = "00"
               DISPLAY "COBLOG-FRESHNESS: cannot open redirect map "
                   FUNCTION TRIM(WS-REDIRECTS-PATH)
                   " (status " WS-REDIRECTS-STATUS ")"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ REDIRECT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM STORE-REDIRECT-LINE
               END-READ
           END-PERFORM
           CLOSE REDIRECT-FILE.

       STORE-REDIRECT-LINE.
           IF FUNCTION TRIM(REDIRECT-LINE) = SPACES
               OR REDIRECT-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-REDIR-COUNT < 200
               ADD 1 TO WS-REDIR-COUNT
               UNSTRING REDIRECT-LINE DELIMITED BY "|"
                   INTO WS-REDIR-OLD(WS-REDIR-COUNT)
                        WS-REDIR-NEW(WS-REDIR-COUNT)
                        WS-REDIR-DATE(WS-REDIR-COUNT)
               END-UNSTRING
           ELSE
               DISPLAY "COBLOG-FRESHNESS: WARNING - redirect map "
                   "ceiling (200) reached, excess renames dropped"
                   UPON SYSERR
           END-IF.

       LOAD-ARCHIVE-INDEX.
      * Only the slug is needed from each "slug|date|title|canonical"
      * line
           OPEN INPUT ARCHIDX-FILE
           IF WS-ARCHIDX-STATUS NOT = "00"
               DISPLAY "COBLOG-FRESHNESS: cannot open archive index "
                   FUNCTION TRIM(WS-ARCHIDX-PATH)
                   " (status " WS-ARCHIDX-STATUS ")"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ ARCHIDX-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FUNCTION TRIM(ARCHIDX-LINE) NOT = SPACES
                   IF WS-ARCH-COUNT < 1000
                       ADD 1 TO WS-ARCH-COUNT
                       MOVE SPACES TO WS-AX-SLUG
                       UNSTRING ARCHIDX-LINE DELIMITED BY "|"
                           INTO WS-AX-SLUG
                       END-UNSTRING
                       MOVE FUNCTION TRIM(WS-AX-SLUG)
                           TO WS-ARCH-SLUG(WS-ARCH-COUNT)
                   ELSE
                       DISPLAY "COBLOG-FRESHNESS: WARNING - archive "
                           "index ceiling (1000) reached, excess "
                           "archived slugs not checked"
                           UPON SYSERR
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCHIDX-FILE.

      * ------------------------------------------------------------
      * The master: one table entry per live post, body links
      * checked a record at a time
      * ------------------------------------------------------------
       READ-AND-COLLECT.
           READ INPUT-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM COLLECT-POST
           END-READ.

       COLLECT-POST.
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG NOT = WS-CURRENT-SLUG
               MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG
               PERFORM CHECK-POST-LIVE
               MOVE WS-POST-LIVE TO WS-CURRENT-LIVE
               MOVE 0 TO WS-CURRENT-POST
               IF WS-POST-LIVE = 1
                   PERFORM STORE-LIVE-POST
               END-IF
           END-IF
           IF WS-CURRENT-POST > 0
               AND (WS-REDIR-COUNT > 0 OR WS-ARCH-COUNT > 0)
               PERFORM SCAN-BODY-LINKS
           END-IF.

       STORE-LIVE-POST.
           IF WS-POST-COUNT < 1000
               ADD 1 TO WS-POST-COUNT
               MOVE WS-POST-COUNT TO WS-CURRENT-POST
               MOVE WS-TRIMMED-SLUG TO WS-PT-SLUG(WS-POST-COUNT)
               MOVE FUNCTION TRIM(POST-TITLE)
                   TO WS-PT-TITLE(WS-POST-COUNT)
               MOVE FUNCTION TRIM(POST-AUTHOR)
                   TO WS-PT-AUTHOR(WS-POST-COUNT)
               MOVE POST-TAG TO WS-PT-TAG(WS-POST-COUNT, 1)
               MOVE POST-TAG-2 TO WS-PT-TAG(WS-POST-COUNT, 2)
               MOVE POST-TAG-3 TO WS-PT-TAG(WS-POST-COUNT, 3)
               MOVE POST-TAG-4 TO WS-PT-TAG(WS-POST-COUNT, 4)
               MOVE POST-DATE TO WS-PT-DATE(WS-POST-COUNT)
               MOVE POST-DATE TO WS-PT-REVISED(WS-POST-COUNT)
               MOVE 0 TO WS-PT-AGE(WS-POST-COUNT)
               MOVE 0 TO WS-PT-HITS(WS-POST-COUNT)
               MOVE 0 TO WS-PT-STALE(WS-POST-COUNT)
               MOVE 0 TO WS-PT-PICKED(WS-POST-COUNT)
           ELSE
               DISPLAY "COBLOG-FRESHNESS: WARNING - post table "
                   "ceiling (1000) reached, excess posts left "
                   "out of the audit"
                   UPON SYSERR
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
                       PERFORM CHECK-ONE-LINK
                   END-IF
                   COMPUTE WS-LK-I = WS-LK-K + 1
               END-IF
           END-PERFORM.

       CHECK-ONE-LINK.
           PERFORM REDUCE-LINK-TO-SLUG
           IF WS-LINK-INTERNAL = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINKS-CHECKED
           PERFORM VARYING WS-REDIR-I FROM 1 BY 1
               UNTIL WS-REDIR-I > WS-REDIR-COUNT
               IF FUNCTION TRIM(WS-REDIR-OLD(WS-REDIR-I))
                   = WS-LINK-SLUG
                   MOVE "R" TO WS-NEW-KIND
                   PERFORM ADD-FINDING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ARCH-I FROM 1 BY 1
               UNTIL WS-ARCH-I > WS-ARCH-COUNT
               IF WS-ARCH-SLUG(WS-ARCH-I) = WS-LINK-SLUG
                   MOVE 0 TO WS-REDIR-I
                   MOVE "A" TO WS-NEW-KIND
                   PERFORM ADD-FINDING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       REDUCE-LINK-TO-SLUG.
      * "<base-url>/slug/", "/slug/", "../slug/index.html" and the
      * like all come down to "slug"; anything with a scheme that
      * is not base-url, an in-page anchor, or a path with more
      * than one segment (tag pages, assets) is not a post link.
           MOVE 0 TO WS-LINK-INTERNAL
           MOVE SPACES TO WS-LINK-SLUG
           MOVE FUNCTION TRIM(WS-LINK-URL) TO WS-LINK-PATH
           IF WS-BASE-LEN > 0
               AND WS-LINK-PATH(1:WS-BASE-LEN)
                   = WS-BASE-URL(1:WS-BASE-LEN)
               MOVE WS-LINK-PATH(WS-BASE-LEN + 1:) TO WS-LINK-REST
               MOVE WS-LINK-REST TO WS-LINK-PATH
           ELSE
               MOVE 0 TO WS-SLASHES
               INSPECT WS-LINK-PATH TALLYING WS-SLASHES FOR ALL ":"
               IF WS-SLASHES > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-LINK-PATH(1:1) = "#" OR WS-LINK-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINK-REST
           UNSTRING WS-LINK-PATH DELIMITED BY "#" OR "?"
               INTO WS-LINK-REST
           END-UNSTRING
           MOVE WS-LINK-REST TO WS-LINK-PATH
           PERFORM UNTIL 1 = 0
               EVALUATE TRUE
                   WHEN WS-LINK-PATH(1:3) = "../"
                       MOVE WS-LINK-PATH(4:) TO WS-LINK-REST
                   WHEN WS-LINK-PATH(1:2) = "./"
                       MOVE WS-LINK-PATH(3:) TO WS-LINK-REST
                   WHEN WS-LINK-PATH(1:1) = "/"
                       MOVE WS-LINK-PATH(2:) TO WS-LINK-REST
                   WHEN OTHER
                       EXIT PERFORM
               END-EVALUATE
               MOVE WS-LINK-REST TO WS-LINK-PATH
           END-PERFORM
           IF WS-LINK-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINK-PATH))
               TO WS-LK-LEN
           IF WS-LK-LEN > 10
               AND WS-LINK-PATH(WS-LK-LEN - 9:10) = "index.html"
               MOVE SPACES TO WS-LINK-PATH(WS-LK-LEN - 9:10)
               SUBTRACT 10 FROM WS-LK-LEN
           END-IF
           PERFORM UNTIL WS-LK-LEN = 0
               IF WS-LINK-PATH(WS-LK-LEN:1) NOT = "/"
                   EXIT PERFORM
               END-IF
               MOVE SPACE TO WS-LINK-PATH(WS-LK-LEN:1)
               SUBTRACT 1 FROM WS-LK-LEN
           END-PERFORM
           IF WS-LK-LEN = 0 OR WS-LK-LEN > 60
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SLASHES
           INSPECT WS-LINK-PATH TALLYING WS-SLASHES FOR ALL "/"
           IF WS-SLASHES > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINK-PATH(1:WS-LK-LEN) TO WS-LINK-SLUG
           MOVE 1 TO WS-LINK-INTERNAL.

       ADD-FINDING.
      * Once per post and target, however often the post links it
           PERFORM VARYING WS-FD-I FROM 1 BY 1
               UNTIL WS-FD-I > WS-FINDING-COUNT
               IF WS-FD-POST(WS-FD-I) = WS-CURRENT-POST
                   AND WS-FD-TARGET(WS-FD-I) = WS-LINK-SLUG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FINDING-COUNT < 1000
               ADD 1 TO WS-FINDING-COUNT
               MOVE WS-CURRENT-POST TO WS-FD-POST(WS-FINDING-COUNT)
               MOVE WS-NEW-KIND TO WS-FD-KIND(WS-FINDING-COUNT)
               MOVE WS-LINK-SLUG TO WS-FD-TARGET(WS-FINDING-COUNT)
               MOVE WS-REDIR-I TO WS-FD-REDIR(WS-FINDING-COUNT)
           ELSE
               IF WS-FD-FULL-WARNED = 0
                   DISPLAY "COBLOG-FRESHNESS: WARNING - stale link "
                       "ceiling (1000) reached, excess links not "
                       "reported"
                       UPON SYSERR
                   MOVE 1 TO WS-FD-FULL-WARNED
               END-IF
           END-IF.

      * ------------------------------------------------------------
      * Joins: last revision from the catalog history, traffic from
      * the pageview history
      * ------------------------------------------------------------
       APPLY-REVISIONS.
           OPEN INPUT REVISION-FILE
           IF WS-REVISION-STATUS NOT = "00"
               AND WS-REVISION-STATUS NOT = "05"
               DISPLAY "COBLOG-FRESHNESS: cannot open revision "
                   "history " FUNCTION TRIM(WS-REVISION-PATH)
                   " (status " WS-REVISION-STATUS ") - ages taken "
                   "from POST-DATE"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ REVISION-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM APPLY-ONE-REVISION
               END-READ
           END-PERFORM
           CLOSE REVISION-FILE.

       APPLY-ONE-REVISION.
           ADD 1 TO WS-REVISIONS-READ
           IF FUNCTION TRIM(HIST-OP) = "delete"
               OR HIST-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(HIST-SLUG) TO WS-TRIMMED-SLUG
           PERFORM FIND-POST-BY-SLUG
           IF WS-PT-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PT-REVISED(WS-PT-FOUND) NOT NUMERIC
               OR HIST-DATE > WS-PT-REVISED(WS-PT-FOUND)
               MOVE HIST-DATE TO WS-PT-REVISED(WS-PT-FOUND)
           END-IF.

       FIND-POST-BY-SLUG.
           MOVE 0 TO WS-PT-FOUND
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-SLUG(WS-PT-I) = WS-TRIMMED-SLUG
                   MOVE WS-PT-I TO WS-PT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TALLY-PAGEVIEWS.
           OPEN INPUT PAGEVIEW-FILE
           IF WS-PAGEVIEW-STATUS NOT = "00"
               DISPLAY "COBLOG-FRESHNESS: cannot open pageview "
                   "history " FUNCTION TRIM(WS-PAGEVIEW-PATH)
                   " (status " WS-PAGEVIEW-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ PAGEVIEW-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TALLY-ONE-PAGEVIEW-LINE
               END-READ
           END-PERFORM
           CLOSE PAGEVIEW-FILE.

       TALLY-ONE-PAGEVIEW-LINE.
           IF FUNCTION TRIM(PAGEVIEW-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HL-DATE
           MOVE SPACES TO WS-HL-SLUG
           MOVE SPACES TO WS-HL-HITS-X
           UNSTRING PAGEVIEW-LINE DELIMITED BY "|"
               INTO WS-HL-DATE WS-HL-SLUG WS-HL-HITS-X
           END-UNSTRING
           IF WS-HL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-HL-DATE) TO WS-HL-DATE-NUM
      * The 30 days up to and including the run date
           IF WS-HL-DATE-NUM NOT > WS-MONTH-EDGE
               OR WS-HL-DATE-NUM > WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HL-HITS-X))
               TO WS-HL-HITS
           MOVE FUNCTION TRIM(WS-HL-SLUG) TO WS-TRIMMED-SLUG
           PERFORM FIND-POST-BY-SLUG
           IF WS-PT-FOUND > 0
               ADD WS-HL-HITS TO WS-PT-HITS(WS-PT-FOUND)
           END-IF.

       MARK-STALE-POSTS.
      * Age in days since the last revision; a post with no usable
      * date cannot be aged and is left out
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-REVISED(WS-PT-I) IS NUMERIC
                   AND WS-PT-REVISED(WS-PT-I) <= WS-RUN-DATE
                   COMPUTE WS-PT-AGE(WS-PT-I) = WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-PT-REVISED(WS-PT-I)))
                   IF WS-PT-AGE(WS-PT-I) >= WS-STALE-DAYS
                       MOVE 1 TO WS-PT-STALE(WS-PT-I)
                       ADD 1 TO WS-STALE-COUNT
                       IF WS-PT-HITS(WS-PT-I) < WS-MIN-HITS
                           ADD 1 TO WS-QUIET-STALE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * ------------------------------------------------------------
      * Report
      * ------------------------------------------------------------
       WRITE-REPORT.
           DISPLAY "COBLOG-FRESHNESS report"
           DISPLAY "======================="
           DISPLAY " "
           PERFORM WRITE-STALE-SECTION
           PERFORM WRITE-LINK-SECTION

           MOVE WS-POST-COUNT TO WS-COUNT-DISP
           DISPLAY "Live posts:              "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-STALE-COUNT TO WS-COUNT-DISP
           DISPLAY "Not revised in period:   "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-QUIET-STALE TO WS-COUNT-DISP
           DISPLAY "  below --min-hits:      "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-FD-POSTS TO WS-COUNT-DISP
           DISPLAY "Posts with stale links:  "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-FD-ROWS TO WS-COUNT-DISP
           DISPLAY "Stale links:             "
               FUNCTION TRIM(WS-COUNT-DISP).

       WRITE-STALE-SECTION.
           MOVE WS-STALE-DAYS TO WS-AGE-DISP
           DISPLAY "Not revised in " FUNCTION TRIM(WS-AGE-DISP)
               "+ days, by 30-day traffic:"
           MOVE 0 TO WS-RANK
           PERFORM UNTIL WS-RANK >= WS-TOP-N
               PERFORM FIND-NEXT-STALE-POST
               IF WS-PT-BEST = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RANK
               MOVE 1 TO WS-PT-PICKED(WS-PT-BEST)
               PERFORM WRITE-STALE-POST
           END-PERFORM
           IF WS-RANK = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       FIND-NEXT-STALE-POST.
           MOVE 0 TO WS-PT-BEST
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-PICKED(WS-PT-I) = 0
                   AND WS-PT-STALE(WS-PT-I) = 1
                   AND WS-PT-HITS(WS-PT-I) >= WS-MIN-HITS
                   IF WS-PT-BEST = 0
                       OR WS-PT-HITS(WS-PT-I)
                           > WS-PT-HITS(WS-PT-BEST)
                       MOVE WS-PT-I TO WS-PT-BEST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-STALE-POST.
           MOVE WS-RANK TO WS-RANK-DISP
           MOVE WS-PT-HITS(WS-PT-BEST) TO WS-HITS-DISP
           MOVE WS-PT-AGE(WS-PT-BEST) TO WS-AGE-DISP
           MOVE SPACES TO WS-DATE-DISP
           STRING WS-PT-REVISED(WS-PT-BEST)(1:4) "-"
               WS-PT-REVISED(WS-PT-BEST)(5:2) "-"
               WS-PT-REVISED(WS-PT-BEST)(7:2)
               DELIMITED SIZE INTO WS-DATE-DISP
           DISPLAY "  " WS-RANK-DISP ". "
               FUNCTION TRIM(WS-PT-SLUG(WS-PT-BEST))
               ": " FUNCTION TRIM(WS-HITS-DISP) " hits, last "
               "revised " WS-DATE-DISP " ("
               FUNCTION TRIM(WS-AGE-DISP) " days)  '"
               FUNCTION TRIM(WS-PT-TITLE(WS-PT-BEST)) "'"
           MOVE SPACES TO WS-TAG-LIST
           MOVE 1 TO WS-TAG-PTR
           PERFORM VARYING WS-TAG-I FROM 1 BY 1
               UNTIL WS-TAG-I > 4
               IF WS-PT-TAG(WS-PT-BEST, WS-TAG-I) NOT = SPACES
                   IF WS-TAG-PTR > 1
                       STRING ", " DELIMITED SIZE
                           INTO WS-TAG-LIST
                           WITH POINTER WS-TAG-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(
                       WS-PT-TAG(WS-PT-BEST, WS-TAG-I))
                       DELIMITED SIZE INTO WS-TAG-LIST
                       WITH POINTER WS-TAG-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-TAG-LIST = SPACES
               MOVE "(none)" TO WS-TAG-LIST
           END-IF
           DISPLAY "        by "
               FUNCTION TRIM(WS-PT-AUTHOR(WS-PT-BEST))
               "; tags: " FUNCTION TRIM(WS-TAG-LIST).

       WRITE-LINK-SECTION.
      * Findings are already in post order (the master is sorted);
      * an archived slug that turned out to be live again by the
      * end of the stream is dropped here
           DISPLAY "Posts linking to renamed or archived slugs:"
           MOVE 0 TO WS-FD-LAST-POST
           PERFORM VARYING WS-FD-I FROM 1 BY 1
               UNTIL WS-FD-I > WS-FINDING-COUNT
               PERFORM WRITE-ONE-FINDING
           END-PERFORM
           IF WS-FD-ROWS = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       WRITE-ONE-FINDING.
           MOVE WS-FD-POST(WS-FD-I) TO WS-PT-BEST
           IF WS-FD-KIND(WS-FD-I) = "A"
               MOVE WS-FD-TARGET(WS-FD-I) TO WS-TRIMMED-SLUG
               PERFORM FIND-POST-BY-SLUG
               IF WS-PT-FOUND > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-FD-ROWS
           IF WS-PT-BEST NOT = WS-FD-LAST-POST
               ADD 1 TO WS-FD-POSTS
               MOVE WS-PT-BEST TO WS-FD-LAST-POST
           END-IF
           IF WS-FD-KIND(WS-FD-I) = "R"
               MOVE WS-FD-REDIR(WS-FD-I) TO WS-REDIR-I
               DISPLAY "  " FUNCTION TRIM(WS-PT-SLUG(WS-PT-BEST))
                   ": links to '"
                   FUNCTION TRIM(WS-FD-TARGET(WS-FD-I))
                   "' - renamed to '"
                   FUNCTION TRIM(WS-REDIR-NEW(WS-REDIR-I))
                   "' on " FUNCTION TRIM(WS-REDIR-DATE(WS-REDIR-I))
           ELSE
               DISPLAY "  " FUNCTION TRIM(WS-PT-SLUG(WS-PT-BEST))
                   ": links to '"
                   FUNCTION TRIM(WS-FD-TARGET(WS-FD-I))
                   "' - archived"
           END-IF.

       LOAD-SITE-CONFIG.
      * Read the --config= file, one "key=value" pair per line, the
      * same loader COBLOG-SITE uses, so all the programs can share
      * one config file. Keys this program has no use for are still
      * accepted quietly; only unknown keys are reported on stderr.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               DISPLAY "COBLOG-FRESHNESS: cannot open config file "
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
                       DISPLAY "COBLOG-FRESHNESS: config "
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
                       DISPLAY "COBLOG-FRESHNESS: config "
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
                       DISPLAY "COBLOG-FRESHNESS: config "
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
                   DISPLAY "COBLOG-FRESHNESS: unrecognized config "
                       "key '" FUNCTION TRIM(WS-CONFIG-KEY)
                       "' ignored"
                       UPON SYSERR
           END-EVALUATE.

       CHECK-POST-LIVE.
      * A post joins the audit unless it is still a DRAFT, or
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-SYNDICATE.
      * ============================================================
      * COBLOG Social Syndication Work Orders
      * Reads the sorted post-record stream on stdin and writes a
      * share work order for the posting job for every post that
      * has gone live and has never been announced, so a post
      * SCHEDULED for 06:00 is announced on the first run after
      * it flips live instead of whenever someone remembers.
      *
      * The syndicated ledger (--ledger=<path>, default
      * coblog-syndicated.dat) is what stops a post being announced
      * twice. It is append-only, one line per post:
      *   slug|date|time|ISSUED or SEEDED|canonical-url
      * A slug on the ledger is never announced again, so a post
      * corrected or re-dated later through COBLOG-CATALOG (same
      * slug, new revision) does not come round a second time, and
      * a rebuild re-announces nothing. Live is judged exactly as
      * COBLOG-SITE judges it with no --preview: drafts, posts in
      * review, standalone pages, SCHEDULED posts not yet due and
      * expired posts never produce an order. A live post with no
      * POST-CANONICAL is held back (listed, not put on the ledger)
      * until it has a URL to share.
      *
      * The first run on a site has no ledger, and every live post
      * would be announced at once; it refuses to run until the
      * ledger is seeded with --seed, which puts every post live
      * now on the ledger as SEEDED and issues nothing.
      *
      * Each order is a block of lines EXTENDed onto --orders=
      * (default coblog-share-orders.txt) for the posting job to
      * take away, like COBLOG-COMMENTS' reply notifications:
      *   SHARE|slug|canonical-url|title|hero-image|hashtags
      *   TEXT|slug|network|excerpt        one per network
      *   END|slug
      * The networks file (--networks=<path>, required) has one
      * "network|limit" line per account, e.g. "mastodon|500".
      * The posting job sends "<excerpt> <url> <hashtags>", so the
      * excerpt - POST-DESC, led by the sponsor disclosure on a
      * paid placement as in the feeds, or the title when there is
      * no description - is trimmed at a word break to leave room
      * for the URL and hashtags within the network's limit. A
      * site-root hero image is made absolute with base-url
      * (--config=), as COBLOG-RSS does for enclosures.
      *
      * Hashtags come from every tag on the post: the optional map
      * (--hashtags=<path>, "tag|#Hashtag" lines; "tag|-" drops a
      * tag) first, otherwise "#" and the tag with everything but
      * letters and digits taken out ("web-dev" -> "#webdev").
      * A "|" in any value goes out as "/".
      *
      * Usage: coblog-syndicate --networks=<path>
      *          [--ledger=<path>] [--orders=<path>]
      *          [--hashtags=<path>] [--config=<path>] [--seed]
      *          < sorted-master
      *
      * The ledger and the live posts meet in one slug-ordered sort
      * merge-join, as in COBLOG-PAYMENTS, so the ledger can grow
      * without a table ceiling. The report goes to stdout in the
      * COBLOG-STATS style and the audit line to stderr.
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
           SELECT NETWORKS-FILE ASSIGN TO WS-NETWORKS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETWORKS-STATUS.
           SELECT HASHTAGS-FILE ASSIGN TO WS-HASHTAGS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HASHTAGS-STATUS.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL ORDERS-FILE ASSIGN TO WS-ORDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT JOIN-SORT-FILE ASSIGN TO "SORT-SYNDICATE".

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY POSTREC.

       FD NETWORKS-FILE.
       01 NETWORKS-LINE        PIC X(200).

       FD HASHTAGS-FILE.
       01 HASHTAGS-LINE        PIC X(200).

       FD CONFIG-FILE.
       01 CONFIG-LINE          PIC X(256).

       FD LEDGER-FILE.
       01 LEDGER-LINE          PIC X(256).

       FD ORDERS-FILE.
       01 ORDERS-LINE          PIC X(800).

       SD JOIN-SORT-FILE.
      * The ledger's slugs and the live posts meet in one
      * slug-ordered stream (kind "A" = already announced sorts
      * ahead of kind "P" = live post).
       01 JOIN-SORT-RECORD.
           05 JS-SLUG          PIC X(60).
           05 JS-KIND          PIC X.
           05 JS-TITLE         PIC X(120).
           05 JS-TEXT          PIC X(220).
           05 JS-CANONICAL     PIC X(120).
           05 JS-IMAGE         PIC X(160).
           05 JS-TAG OCCURS 4 TIMES PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-NETWORKS-STATUS   PIC XX VALUE SPACES.
       01 WS-HASHTAGS-STATUS   PIC XX VALUE SPACES.
       01 WS-CONFIG-STATUS     PIC XX VALUE SPACES.
       01 WS-LEDGER-STATUS     PIC XX VALUE SPACES.
       01 WS-ORDERS-STATUS     PIC XX VALUE SPACES.

       01 WS-NETWORKS-PATH     PIC X(256) VALUE SPACES.
       01 WS-GOT-NETWORKS      PIC 9  VALUE 0.
       01 WS-HASHTAGS-PATH     PIC X(256) VALUE SPACES.
       01 WS-GOT-HASHTAGS      PIC 9  VALUE 0.
       01 WS-LEDGER-PATH       PIC X(256)
           VALUE "coblog-syndicated.dat".
       01 WS-ORDERS-PATH       PIC X(256)
           VALUE "coblog-share-orders.txt".
       01 WS-SEED              PIC 9  VALUE 0.
       01 WS-LEDGER-MISSING    PIC 9  VALUE 0.

      * Site configuration - only base-url is used here, for
      * site-root hero images
       01 WS-SITE-CONFIG.
           COPY SITECFG.
       01 WS-CONFIG-PATH       PIC X(256) VALUE SPACES.
       01 WS-GOT-CONFIG        PIC 9  VALUE 0.
       01 WS-CONFIG-KEY        PIC X(40) VALUE SPACES.
       01 WS-CONFIG-VALUE      PIC X(200) VALUE SPACES.
       01 WS-CONFIG-PTR        PIC 9(4) VALUE 1.

      * Networks and their length limits
       01 WS-NETWORK-TABLE.
           05 WS-NETWORK-ENTRY OCCURS 20 TIMES.
               10 WS-NW-NAME       PIC X(30).
               10 WS-NW-LIMIT      PIC 9(5).
       01 WS-NETWORK-COUNT     PIC 99 VALUE 0.
       01 WS-NW-I              PIC 99 VALUE 0.
       01 WS-NL-NAME           PIC X(30) VALUE SPACES.
       01 WS-NL-LIMIT-X        PIC X(20) VALUE SPACES.

      * Tag -> hashtag map
       01 WS-HASHTAG-TABLE.
           05 WS-HASHTAG-ENTRY OCCURS 500 TIMES.
               10 WS-HT-TAG        PIC X(30).
               10 WS-HT-HASHTAG    PIC X(40).
       01 WS-HASHTAG-COUNT     PIC 999 VALUE 0.
       01 WS-HT-I              PIC 999 VALUE 0.
       01 WS-HL-TAG            PIC X(30) VALUE SPACES.
       01 WS-HL-HASHTAG        PIC X(40) VALUE SPACES.

      * One ledger line taken apart
       01 WS-LG-SLUG           PIC X(60) VALUE SPACES.

      * Stream pass - control break on slug, live test as in
      * COBLOG-SITE
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 1.
       01 WS-POST-EXPIRED      PIC 9  VALUE 0.

      * Join output
       01 WS-JOIN-DONE-SLUG    PIC X(60) VALUE SPACES.
       01 WS-JOIN-LAST-SLUG    PIC X(60) VALUE SPACES.
       01 WS-ORDERS-OPEN       PIC 9  VALUE 0.
       01 WS-LEDGER-OPEN       PIC 9  VALUE 0.

      * One order being built
       01 WS-OR-TITLE          PIC X(120) VALUE SPACES.
       01 WS-OR-CANONICAL      PIC X(120) VALUE SPACES.
       01 WS-OR-IMAGE          PIC X(200) VALUE SPACES.
       01 WS-OR-IMAGE-REL      PIC X(160) VALUE SPACES.
       01 WS-OR-TEXT           PIC X(220) VALUE SPACES.
       01 WS-OR-HASHTAGS       PIC X(200) VALUE SPACES.
       01 WS-OR-HASHTAGS-PTR   PIC 999 VALUE 1.
       01 WS-OR-TAG-I          PIC 9  VALUE 0.
       01 WS-ONE-HASHTAG       PIC X(40) VALUE SPACES.
       01 WS-ONE-TAG           PIC X(30) VALUE SPACES.
       01 WS-TAG-CHAR-I        PIC 99 VALUE 0.
       01 WS-TAG-ONE-CHAR      PIC X  VALUE SPACE.
       01 WS-HASHTAG-PTR       PIC 99 VALUE 1.
       01 WS-TALLY             PIC 9(4) VALUE 0.
       01 WS-DEDUP-LIST        PIC X(202) VALUE SPACES.
       01 WS-DEDUP-KEY         PIC X(42) VALUE SPACES.
       01 WS-DEDUP-LEN         PIC 99 VALUE 0.

      * Excerpt fitting: room = limit - URL - hashtags - blanks
       01 WS-TEXT-LEN          PIC 999 VALUE 0.
       01 WS-URL-LEN           PIC 999 VALUE 0.
       01 WS-TAGS-LEN          PIC 999 VALUE 0.
       01 WS-ROOM              PIC S9(5) VALUE 0.
       01 WS-CUT               PIC 999 VALUE 0.
       01 WS-CUT-I             PIC 999 VALUE 0.
       01 WS-EXCERPT           PIC X(220) VALUE SPACES.

      * Orders issued / held this run, for the report
       01 WS-ISSUED-TABLE.
           05 WS-ISSUED-ENTRY OCCURS 1000 TIMES.
               10 WS-IS-SLUG       PIC X(60).
               10 WS-IS-TITLE      PIC X(120).
       01 WS-ISSUED-LISTED     PIC 9(4) VALUE 0.
       01 WS-IS-I              PIC 9(4) VALUE 0.
       01 WS-HELD-TABLE.
           05 WS-HELD-SLUG OCCURS 500 TIMES PIC X(60).
       01 WS-HELD-LISTED       PIC 9(4) VALUE 0.

      * Audit counters and report edit fields
       01 WS-LIVE-POSTS        PIC 9(6) VALUE 0.
       01 WS-LEDGER-ENTRIES    PIC 9(6) VALUE 0.
       01 WS-ANNOUNCED-BEFORE  PIC 9(6) VALUE 0.
       01 WS-ISSUED            PIC 9(6) VALUE 0.
       01 WS-SEEDED            PIC 9(6) VALUE 0.
       01 WS-HELD              PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZZZZ9.
       01 WS-LIMIT-DISP        PIC ZZZZ9.

      * Command line
       01 WS-ARGS              PIC X(1024) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARSE-COMMAND-LINE

           IF WS-GOT-NETWORKS = 0
               DISPLAY "COBLOG-SYNDICATE: --networks=<path> is "
                   "required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

           IF WS-GOT-CONFIG = 1
               PERFORM LOAD-SITE-CONFIG
           END-IF
           PERFORM LOAD-NETWORKS
           IF WS-GOT-HASHTAGS = 1
               PERFORM LOAD-HASHTAGS
           END-IF
           PERFORM CHECK-LEDGER-PRESENT

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT JOIN-SORT-FILE
               ON ASCENDING KEY JS-SLUG JS-KIND
               INPUT PROCEDURE IS RELEASE-JOIN-RECORDS
               OUTPUT PROCEDURE IS ISSUE-SHARE-ORDERS
           CLOSE INPUT-FILE

           PERFORM WRITE-REPORT

           MOVE WS-LIVE-POSTS TO WS-COUNT-DISP
           DISPLAY "COBLOG-SYNDICATE: live-posts="
               FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-ANNOUNCED-BEFORE TO WS-COUNT-DISP
           DISPLAY " announced-before=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-ISSUED TO WS-COUNT-DISP
           DISPLAY " issued=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-SEEDED TO WS-COUNT-DISP
           DISPLAY " seeded=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-HELD TO WS-COUNT-DISP
           DISPLAY " held-no-url=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-NETWORK-COUNT TO WS-COUNT-DISP
           DISPLAY " networks=" FUNCTION TRIM(WS-COUNT-DISP)
               UPON SYSERR

           MOVE 0 TO RETURN-CODE
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
           IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--networks="
               MOVE WS-ARG-ENTRY(WS-ARG-I)(12:) TO WS-NETWORKS-PATH
               MOVE 1 TO WS-GOT-NETWORKS
           ELSE
           IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--ledger="
               MOVE WS-ARG-ENTRY(WS-ARG-I)(10:) TO WS-LEDGER-PATH
           ELSE
           IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--orders="
               MOVE WS-ARG-ENTRY(WS-ARG-I)(10:) TO WS-ORDERS-PATH
           ELSE
           IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--hashtags="
               MOVE WS-ARG-ENTRY(WS-ARG-I)(12:) TO WS-HASHTAGS-PATH
               MOVE 1 TO WS-GOT-HASHTAGS
           ELSE
           IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--config="
               MOVE WS-ARG-ENTRY(WS-ARG-I)(10:) TO WS-CONFIG-PATH
               MOVE 1 TO WS-GOT-CONFIG
           ELSE
           IF WS-ARG-ENTRY(WS-ARG-I) = "--seed"
               MOVE 1 TO WS-SEED
           ELSE
               DISPLAY "COBLOG-SYNDICATE: unrecognized argument '"
                   FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I))
                   "' ignored"
                   UPON SYSERR
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       LOAD-SITE-CONFIG.
      * Read the --config= file, one "key=value" pair per line, the
      * same file the generators read. Only base-url matters here;
      * the other keys are accepted quietly.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               DISPLAY "COBLOG-SYNDICATE: cannot open config file "
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
           IF FUNCTION TRIM(WS-CONFIG-KEY) = "base-url"
               MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CFG-BASE-URL
           END-IF.

       LOAD-NETWORKS.
      * No networks, no orders: a missing or empty file stops the
      * run before anything reaches the ledger
           OPEN INPUT NETWORKS-FILE
           IF WS-NETWORKS-STATUS NOT = "00"
               DISPLAY "COBLOG-SYNDICATE: cannot open networks file "
                   FUNCTION TRIM(WS-NETWORKS-PATH)
                   " (status " WS-NETWORKS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ NETWORKS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM STORE-NETWORK-LINE
               END-READ
           END-PERFORM
           CLOSE NETWORKS-FILE
           IF WS-NETWORK-COUNT = 0
               DISPLAY "COBLOG-SYNDICATE: no network|limit lines in "
                   FUNCTION TRIM(WS-NETWORKS-PATH)
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-NETWORK-LINE.
           IF FUNCTION TRIM(NETWORKS-LINE) = SPACES
               OR NETWORKS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NL-NAME
           MOVE SPACES TO WS-NL-LIMIT-X
           UNSTRING NETWORKS-LINE DELIMITED BY "|"
               INTO WS-NL-NAME WS-NL-LIMIT-X
           END-UNSTRING
           IF FUNCTION TRIM(WS-NL-NAME) = SPACES
               OR FUNCTION TEST-NUMVAL(WS-NL-LIMIT-X) NOT = 0
               DISPLAY "COBLOG-SYNDICATE: network line '"
                   FUNCTION TRIM(NETWORKS-LINE)
                   "' is not network|limit, ignored"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-NL-LIMIT-X) < 1
               OR FUNCTION NUMVAL(WS-NL-LIMIT-X) > 99999
               DISPLAY "COBLOG-SYNDICATE: network line '"
                   FUNCTION TRIM(NETWORKS-LINE)
                   "' has a limit out of range, ignored"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           IF WS-NETWORK-COUNT < 20
               ADD 1 TO WS-NETWORK-COUNT
               MOVE FUNCTION TRIM(WS-NL-NAME)
                   TO WS-NW-NAME(WS-NETWORK-COUNT)
               COMPUTE WS-NW-LIMIT(WS-NETWORK-COUNT) =
                   FUNCTION NUMVAL(WS-NL-LIMIT-X)
           ELSE
               DISPLAY "COBLOG-SYNDICATE: WARNING - network table "
                   "ceiling (20) reached, excess entries dropped"
                   UPON SYSERR
           END-IF.

       LOAD-HASHTAGS.
           OPEN INPUT HASHTAGS-FILE
           IF WS-HASHTAGS-STATUS NOT = "00"
               DISPLAY "COBLOG-SYNDICATE: cannot open hashtag map "
                   FUNCTION TRIM(WS-HASHTAGS-PATH)
                   " (status " WS-HASHTAGS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ HASHTAGS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM STORE-HASHTAG-LINE
               END-READ
           END-PERFORM
           CLOSE HASHTAGS-FILE.

       STORE-HASHTAG-LINE.
           IF FUNCTION TRIM(HASHTAGS-LINE) = SPACES
               OR HASHTAGS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HL-TAG
           MOVE SPACES TO WS-HL-HASHTAG
           UNSTRING HASHTAGS-LINE DELIMITED BY "|"
               INTO WS-HL-TAG WS-HL-HASHTAG
           END-UNSTRING
           IF FUNCTION TRIM(WS-HL-TAG) = SPACES
               OR FUNCTION TRIM(WS-HL-HASHTAG) = SPACES
               DISPLAY "COBLOG-SYNDICATE: hashtag line '"
                   FUNCTION TRIM(HASHTAGS-LINE)
                   "' is not tag|hashtag, ignored"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           IF WS-HASHTAG-COUNT < 500
               ADD 1 TO WS-HASHTAG-COUNT
               MOVE FUNCTION TRIM(WS-HL-TAG)
                   TO WS-HT-TAG(WS-HASHTAG-COUNT)
               MOVE FUNCTION TRIM(WS-HL-HASHTAG)
                   TO WS-HT-HASHTAG(WS-HASHTAG-COUNT)
           ELSE
               DISPLAY "COBLOG-SYNDICATE: WARNING - hashtag table "
                   "ceiling (500) reached, excess entries dropped"
                   UPON SYSERR
           END-IF.

       CHECK-LEDGER-PRESENT.
      * No ledger means nothing has ever been recorded: announcing
      * every live post at once is never what is wanted, so the
      * ledger has to be seeded first
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "05"
               DISPLAY "COBLOG-SYNDICATE: cannot open ledger "
                   FUNCTION TRIM(WS-LEDGER-PATH)
                   " (status " WS-LEDGER-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LEDGER-STATUS = "05"
               MOVE 1 TO WS-LEDGER-MISSING
           END-IF
           CLOSE LEDGER-FILE
           IF WS-LEDGER-MISSING = 1 AND WS-SEED = 0
               DISPLAY "COBLOG-SYNDICATE: no ledger at "
                   FUNCTION TRIM(WS-LEDGER-PATH)
                   " - run once with --seed to record the posts "
                   "already live without announcing them"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ------------------------------------------------------------
      * Sort input: every slug on the ledger, then every live post
      * ------------------------------------------------------------
       RELEASE-JOIN-RECORDS.
           OPEN INPUT LEDGER-FILE
           PERFORM UNTIL 1 = 0
               READ LEDGER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO WS-LG-SLUG
                       UNSTRING LEDGER-LINE DELIMITED BY "|"
                           INTO WS-LG-SLUG
                       END-UNSTRING
                       IF WS-LG-SLUG NOT = SPACES
                           ADD 1 TO WS-LEDGER-ENTRIES
                           MOVE SPACES TO JOIN-SORT-RECORD
                           MOVE FUNCTION TRIM(WS-LG-SLUG) TO JS-SLUG
                           MOVE "A" TO JS-KIND
                           RELEASE JOIN-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           PERFORM UNTIL 1 = 0
               READ INPUT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PROCESS-POST-RECORD
               END-READ
           END-PERFORM.

       PROCESS-POST-RECORD.
      * Title, description, URL, image and tags ride on every
      * record of a post alike; the first one stands for the post
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG = WS-CURRENT-SLUG
               OR WS-TRIMMED-SLUG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG
           PERFORM CHECK-POST-LIVE
           IF WS-POST-LIVE = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIVE-POSTS
           MOVE SPACES TO JOIN-SORT-RECORD
           MOVE WS-TRIMMED-SLUG TO JS-SLUG
           MOVE "P" TO JS-KIND
           MOVE FUNCTION TRIM(POST-TITLE) TO JS-TITLE
      * Paid placement: the disclosure leads the text, as in the
      * feeds, followed by the description or failing that the
      * title
           EVALUATE TRUE
               WHEN POST-SPONSOR NOT = SPACES
                   AND POST-DESC = SPACES
                   STRING "Sponsored by "
                       FUNCTION TRIM(POST-SPONSOR) ": "
                       FUNCTION TRIM(POST-TITLE)
                       DELIMITED SIZE INTO JS-TEXT
               WHEN POST-SPONSOR NOT = SPACES
                   STRING "Sponsored by "
                       FUNCTION TRIM(POST-SPONSOR) ": "
                       FUNCTION TRIM(POST-DESC)
                       DELIMITED SIZE INTO JS-TEXT
               WHEN POST-DESC NOT = SPACES
                   MOVE FUNCTION TRIM(POST-DESC) TO JS-TEXT
               WHEN OTHER
                   MOVE FUNCTION TRIM(POST-TITLE) TO JS-TEXT
           END-EVALUATE
           MOVE FUNCTION TRIM(POST-CANONICAL) TO JS-CANONICAL
           MOVE FUNCTION TRIM(POST-IMAGE) TO JS-IMAGE
           MOVE FUNCTION TRIM(POST-TAG) TO JS-TAG(1)
           MOVE FUNCTION TRIM(POST-TAG-2) TO JS-TAG(2)
           MOVE FUNCTION TRIM(POST-TAG-3) TO JS-TAG(3)
           MOVE FUNCTION TRIM(POST-TAG-4) TO JS-TAG(4)
           RELEASE JOIN-SORT-RECORD.

      * ------------------------------------------------------------
      * Sort output: a slug on the ledger has been announced; every
      * other live post gets its order and its ledger line
      * ------------------------------------------------------------
       ISSUE-SHARE-ORDERS.
      * The ledger must be writable before the first order goes
      * out: an order whose slug never reaches the ledger would be
      * announced again by the next run
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "05"
               DISPLAY "COBLOG-SYNDICATE: cannot extend ledger "
                   FUNCTION TRIM(WS-LEDGER-PATH)
                   " (status " WS-LEDGER-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-LEDGER-OPEN
           MOVE SPACES TO WS-JOIN-DONE-SLUG
           MOVE SPACES TO WS-JOIN-LAST-SLUG
           PERFORM UNTIL 1 = 0
               RETURN JOIN-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF JS-KIND = "A"
                   MOVE JS-SLUG TO WS-JOIN-DONE-SLUG
               ELSE
                   IF JS-SLUG = WS-JOIN-DONE-SLUG
                       ADD 1 TO WS-ANNOUNCED-BEFORE
                   ELSE
      * The same slug twice on the master is one post
                       IF JS-SLUG NOT = WS-JOIN-LAST-SLUG
                           PERFORM ISSUE-ONE-POST
                       END-IF
                   END-IF
                   MOVE JS-SLUG TO WS-JOIN-LAST-SLUG
               END-IF
           END-PERFORM
           IF WS-ORDERS-OPEN = 1
               CLOSE ORDERS-FILE
           END-IF
           IF WS-LEDGER-OPEN = 1
               CLOSE LEDGER-FILE
           END-IF.

       ISSUE-ONE-POST.
           IF JS-CANONICAL = SPACES
               ADD 1 TO WS-HELD
               IF WS-HELD-LISTED < 500
                   ADD 1 TO WS-HELD-LISTED
                   MOVE JS-SLUG TO WS-HELD-SLUG(WS-HELD-LISTED)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SEED = 0
               PERFORM WRITE-SHARE-ORDER
               IF WS-ORDERS-OPEN = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM WRITE-LEDGER-LINE.

       WRITE-SHARE-ORDER.
           IF WS-ORDERS-OPEN = 0
               OPEN EXTEND ORDERS-FILE
               IF WS-ORDERS-STATUS NOT = "00"
                   AND WS-ORDERS-STATUS NOT = "05"
                   DISPLAY "COBLOG-SYNDICATE: cannot extend "
                       FUNCTION TRIM(WS-ORDERS-PATH)
                       " (status " WS-ORDERS-STATUS ")"
                       UPON SYSERR
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO WS-ORDERS-OPEN
           END-IF
           MOVE JS-TITLE TO WS-OR-TITLE
           MOVE JS-CANONICAL TO WS-OR-CANONICAL
           INSPECT WS-OR-TITLE REPLACING ALL "|" BY "/"
           INSPECT WS-OR-CANONICAL REPLACING ALL "|" BY "/"
           PERFORM BUILD-HERO-IMAGE
           PERFORM BUILD-HASHTAGS
           MOVE SPACES TO ORDERS-LINE
           STRING "SHARE|" FUNCTION TRIM(JS-SLUG)
               "|" FUNCTION TRIM(WS-OR-CANONICAL)
               "|" FUNCTION TRIM(WS-OR-TITLE)
               "|" FUNCTION TRIM(WS-OR-IMAGE)
               "|" FUNCTION TRIM(WS-OR-HASHTAGS)
               DELIMITED SIZE INTO ORDERS-LINE
           WRITE ORDERS-LINE
           MOVE JS-TEXT TO WS-OR-TEXT
           INSPECT WS-OR-TEXT REPLACING ALL "|" BY "/"
           PERFORM VARYING WS-NW-I FROM 1 BY 1
               UNTIL WS-NW-I > WS-NETWORK-COUNT
               PERFORM FIT-EXCERPT
               MOVE SPACES TO ORDERS-LINE
               STRING "TEXT|" FUNCTION TRIM(JS-SLUG)
                   "|" FUNCTION TRIM(WS-NW-NAME(WS-NW-I))
                   "|" FUNCTION TRIM(WS-EXCERPT)
                   DELIMITED SIZE INTO ORDERS-LINE
               WRITE ORDERS-LINE
           END-PERFORM
           MOVE SPACES TO ORDERS-LINE
           STRING "END|" FUNCTION TRIM(JS-SLUG)
               DELIMITED SIZE INTO ORDERS-LINE
           WRITE ORDERS-LINE
           ADD 1 TO WS-ISSUED
           IF WS-ISSUED-LISTED < 1000
               ADD 1 TO WS-ISSUED-LISTED
               MOVE JS-SLUG TO WS-IS-SLUG(WS-ISSUED-LISTED)
               MOVE JS-TITLE TO WS-IS-TITLE(WS-ISSUED-LISTED)
           END-IF.

       WRITE-LEDGER-LINE.
           MOVE SPACES TO LEDGER-LINE
           IF WS-SEED = 1
               STRING FUNCTION TRIM(JS-SLUG) "|" WS-RUN-DATE
                   "|" WS-RUN-TIME "|SEEDED|"
                   FUNCTION TRIM(JS-CANONICAL)
                   DELIMITED SIZE INTO LEDGER-LINE
               ADD 1 TO WS-SEEDED
           ELSE
               STRING FUNCTION TRIM(JS-SLUG) "|" WS-RUN-DATE
                   "|" WS-RUN-TIME "|ISSUED|"
                   FUNCTION TRIM(JS-CANONICAL)
                   DELIMITED SIZE INTO LEDGER-LINE
           END-IF
           WRITE LEDGER-LINE.

       BUILD-HERO-IMAGE.
      * Networks fetch the image on their own, so a site-root path
      * is made absolute with base-url
           MOVE JS-IMAGE TO WS-OR-IMAGE
           IF JS-IMAGE(1:1) = "/"
               AND JS-IMAGE(2:1) NOT = "/"
               AND WS-CFG-BASE-URL NOT = SPACES
               MOVE JS-IMAGE TO WS-OR-IMAGE-REL
               MOVE SPACES TO WS-OR-IMAGE
               STRING FUNCTION TRIM(WS-CFG-BASE-URL)
                   FUNCTION TRIM(WS-OR-IMAGE-REL)
                   DELIMITED SIZE INTO WS-OR-IMAGE
           END-IF
           INSPECT WS-OR-IMAGE REPLACING ALL "|" BY "/".

       BUILD-HASHTAGS.
      * Every tag on the post, mapped or derived, each hashtag once
           MOVE SPACES TO WS-OR-HASHTAGS
           MOVE 1 TO WS-OR-HASHTAGS-PTR
           PERFORM VARYING WS-OR-TAG-I FROM 1 BY 1
               UNTIL WS-OR-TAG-I > 4
               IF JS-TAG(WS-OR-TAG-I) NOT = SPACES
                   MOVE JS-TAG(WS-OR-TAG-I) TO WS-ONE-TAG
                   PERFORM MAP-ONE-HASHTAG
                   PERFORM ADD-ONE-HASHTAG
               END-IF
           END-PERFORM.

       MAP-ONE-HASHTAG.
      * WS-ONE-TAG in -> WS-ONE-HASHTAG out (blank = none)
           MOVE SPACES TO WS-ONE-HASHTAG
           PERFORM VARYING WS-HT-I FROM 1 BY 1
               UNTIL WS-HT-I > WS-HASHTAG-COUNT
               IF WS-HT-TAG(WS-HT-I) = WS-ONE-TAG
                   MOVE WS-HT-HASHTAG(WS-HT-I) TO WS-ONE-HASHTAG
                   IF WS-ONE-HASHTAG = "-"
                       MOVE SPACES TO WS-ONE-HASHTAG
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "#" TO WS-ONE-HASHTAG
           MOVE 2 TO WS-HASHTAG-PTR
           PERFORM VARYING WS-TAG-CHAR-I FROM 1 BY 1
               UNTIL WS-TAG-CHAR-I > 30
               MOVE WS-ONE-TAG(WS-TAG-CHAR-I:1) TO WS-TAG-ONE-CHAR
               IF (WS-TAG-ONE-CHAR >= "a" AND WS-TAG-ONE-CHAR <= "z")
                   OR (WS-TAG-ONE-CHAR >= "A"
                       AND WS-TAG-ONE-CHAR <= "Z")
                   OR (WS-TAG-ONE-CHAR >= "0"
                       AND WS-TAG-ONE-CHAR <= "9")
                   MOVE WS-TAG-ONE-CHAR
                       TO WS-ONE-HASHTAG(WS-HASHTAG-PTR:1)
                   ADD 1 TO WS-HASHTAG-PTR
               END-IF
           END-PERFORM
           IF WS-HASHTAG-PTR = 2
               MOVE SPACES TO WS-ONE-HASHTAG
           END-IF.

       ADD-ONE-HASHTAG.
           IF WS-ONE-HASHTAG = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-ONE-HASHTAG REPLACING ALL "|" BY "/"
      * Two tags mapping to one hashtag give it once - compared
      * as whole words, so #web is not taken for part of #webdev
           MOVE 0 TO WS-TALLY
           IF WS-OR-HASHTAGS NOT = SPACES
               MOVE SPACES TO WS-DEDUP-LIST
               STRING " " FUNCTION TRIM(WS-OR-HASHTAGS) " "
                   DELIMITED SIZE INTO WS-DEDUP-LIST
               MOVE SPACES TO WS-DEDUP-KEY
               STRING " " FUNCTION TRIM(WS-ONE-HASHTAG) " "
                   DELIMITED SIZE INTO WS-DEDUP-KEY
               COMPUTE WS-DEDUP-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-ONE-HASHTAG)) + 2
               INSPECT WS-DEDUP-LIST TALLYING WS-TALLY
                   FOR ALL WS-DEDUP-KEY(1:WS-DEDUP-LEN)
           END-IF
           IF WS-TALLY > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OR-HASHTAGS-PTR > 1
               STRING " " DELIMITED SIZE INTO WS-OR-HASHTAGS
                   WITH POINTER WS-OR-HASHTAGS-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-ONE-HASHTAG)
               DELIMITED SIZE INTO WS-OR-HASHTAGS
               WITH POINTER WS-OR-HASHTAGS-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

       FIT-EXCERPT.
      * WS-OR-TEXT cut for network WS-NW-I into WS-EXCERPT: the
      * URL, the hashtags and a blank before each are taken off the
      * limit first, and a text that does not fit is cut at the
      * last word break that leaves room for "..."
           MOVE SPACES TO WS-EXCERPT
           IF WS-OR-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OR-TEXT))
               TO WS-TEXT-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OR-CANONICAL))
               TO WS-URL-LEN
           MOVE 0 TO WS-TAGS-LEN
           IF WS-OR-HASHTAGS NOT = SPACES
               COMPUTE WS-TAGS-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-OR-HASHTAGS)) + 1
           END-IF
           COMPUTE WS-ROOM = WS-NW-LIMIT(WS-NW-I) - WS-URL-LEN - 1
               - WS-TAGS-LEN
           IF WS-ROOM >= WS-TEXT-LEN
               MOVE WS-OR-TEXT TO WS-EXCERPT
               EXIT PARAGRAPH
           END-IF
           IF WS-ROOM < 4
               MOVE WS-NW-LIMIT(WS-NW-I) TO WS-LIMIT-DISP
               DISPLAY "COBLOG-SYNDICATE: no room for an excerpt on "
                   FUNCTION TRIM(WS-NW-NAME(WS-NW-I)) " ("
                   FUNCTION TRIM(WS-LIMIT-DISP) ") for '"
                   FUNCTION TRIM(JS-SLUG) "'"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CUT = WS-ROOM - 3
           MOVE 0 TO WS-CUT-I
           PERFORM VARYING WS-CUT-I FROM WS-CUT BY -1
               UNTIL WS-CUT-I < 2
               IF WS-OR-TEXT(WS-CUT-I + 1:1) = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
      * No word break at all - a hard cut is the best there is
           IF WS-CUT-I < 2
               MOVE WS-CUT TO WS-CUT-I
           END-IF
           STRING FUNCTION TRIM(WS-OR-TEXT(1:WS-CUT-I) TRAILING)
               "..."
               DELIMITED SIZE INTO WS-EXCERPT.

      * ------------------------------------------------------------
      * Report
      * ------------------------------------------------------------
       WRITE-REPORT.
           DISPLAY "COBLOG-SYNDICATE report"
           DISPLAY "======================="
           DISPLAY " "
           IF WS-SEED = 1
               DISPLAY "Seed run - live posts recorded on the ledger, "
                   "no orders issued"
               DISPLAY " "
           END-IF
           DISPLAY "Share orders issued:"
           PERFORM VARYING WS-IS-I FROM 1 BY 1
               UNTIL WS-IS-I > WS-ISSUED-LISTED
               DISPLAY "  " FUNCTION TRIM(WS-IS-SLUG(WS-IS-I))
                   "  '" FUNCTION TRIM(WS-IS-TITLE(WS-IS-I)) "'"
           END-PERFORM
           IF WS-ISSUED-LISTED = 0
               DISPLAY "  (none)"
           END-IF
           IF WS-ISSUED > WS-ISSUED-LISTED
               COMPUTE WS-COUNT-DISP = WS-ISSUED - WS-ISSUED-LISTED
               DISPLAY "  ... " FUNCTION TRIM(WS-COUNT-DISP)
                   " more not listed"
           END-IF
           DISPLAY " "

           DISPLAY "Held back - no canonical URL:"
           PERFORM VARYING WS-IS-I FROM 1 BY 1
               UNTIL WS-IS-I > WS-HELD-LISTED
               DISPLAY "  " FUNCTION TRIM(WS-HELD-SLUG(WS-IS-I))
           END-PERFORM
           IF WS-HELD-LISTED = 0
               DISPLAY "  (none)"
           END-IF
           IF WS-HELD > WS-HELD-LISTED
               COMPUTE WS-COUNT-DISP = WS-HELD - WS-HELD-LISTED
               DISPLAY "  ... " FUNCTION TRIM(WS-COUNT-DISP)
                   " more not listed"
           END-IF
           DISPLAY " "

           MOVE WS-LIVE-POSTS TO WS-COUNT-DISP
           DISPLAY "Live posts:              "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-LEDGER-ENTRIES TO WS-COUNT-DISP
           DISPLAY "Ledger entries read:     "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-ANNOUNCED-BEFORE TO WS-COUNT-DISP
           DISPLAY "Already announced:       "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-ISSUED TO WS-COUNT-DISP
           DISPLAY "Share orders issued:     "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-SEEDED TO WS-COUNT-DISP
           DISPLAY "Seeded without an order: "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-HELD TO WS-COUNT-DISP
           DISPLAY "Held (no canonical URL): "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-NETWORK-COUNT TO WS-COUNT-DISP
           DISPLAY "Networks:                "
               FUNCTION TRIM(WS-COUNT-DISP).

       CHECK-POST-LIVE.
      * A post is announced unless it is still a DRAFT, in REVIEW,
      * a standalone PAGE, or SCHEDULED for a date/time the run has
      * not reached. A blank POST-STATUS means LIVE, same as
      * COBLOG-SITE.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-SOURCES.
      * ============================================================
      * COBLOG Traffic Source and Search-Term Rollup
      * The companion to COBLOG-POPULAR: where POPULAR counts what
      * got read, this counts where readers came from and what they
      * looked for. Reads the sorted post-record stream on stdin
      * and two nightly extracts:
      *   --referrers=<path>  the web server's referrer extract, one
      *                       "url-path referrer-url hits" triple per
      *                       line (whitespace separated like
      *                       POPULAR's --log=; "-" = no referrer)
      *   --searches=<path>   the search.json front end's query log,
      *                       one search per line as typed
      * At least one is required. Paths are matched to POST-SLUG
      * the same way COBLOG-POPULAR matches them; referrers are cut
      * down to their host (lower case, leading "www." dropped).
      * A referrer on the site's own host (base-url in --config=)
      * is internal navigation, and no referrer at all is direct
      * traffic - both are counted but are not sources.
      *
      * The report on stdout, in the COBLOG-STATS report style:
      *   - top referring domains overall (--top=, default 20)
      *   - top referring domains per post (three per post, for the
      *     --top= posts with the most external traffic)
      *   - posts whose traffic is mostly from one external source:
      *     one domain brought more than --dominant= percent
      *     (default 50) of a post's hits, on a post with at least
      *     ten hits
      *   - the most frequent on-site search terms (lower case,
      *     blanks collapsed)
      *   - search terms that matched no post. A term matches a
      *     live post when every word of it (the first four words)
      *     appears somewhere in the post's title, slug or body -
      *     the fields COBLOG-SEARCH puts in search.json - and only
      *     posts in the language search.json is built for count
      *     (--lang=, default "en", blank POST-LANG meaning "en",
      *     as in COBLOG-SEARCH). The check is made against the
      *     master as it streams past, a record at a time.
      *
      * Daily history, appended like COBLOG-POPULAR's --history=
      * so week-over-week reporting can be built on it (EXTEND,
      * never rewrite):
      *   --source-history=<path>  "YYYYMMDD|domain|slug|hits" per
      *                            domain and landing post ("-" for
      *                            a page that is not a post)
      *   --search-history=<path>  "YYYYMMDD|term|count|Y" per term,
      *                            N in place of Y when the term
      *                            matched no post
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
           SELECT REFERRER-FILE ASSIGN TO WS-REFERRER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRER-STATUS.
           SELECT SEARCH-LOG-FILE ASSIGN TO WS-SEARCH-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEARCH-LOG-STATUS.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT OPTIONAL SOURCE-HISTORY-FILE
               ASSIGN TO WS-SOURCE-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-HISTORY-STATUS.
           SELECT OPTIONAL SEARCH-HISTORY-FILE
               ASSIGN TO WS-SEARCH-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEARCH-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY POSTREC.

       FD REFERRER-FILE.
       01 REFERRER-LINE        PIC X(600).

       FD SEARCH-LOG-FILE.
       01 SEARCH-LOG-LINE      PIC X(200).

       FD CONFIG-FILE.
       01 CONFIG-LINE          PIC X(256).

       FD SOURCE-HISTORY-FILE.
       01 SOURCE-HISTORY-LINE  PIC X(200).

       FD SEARCH-HISTORY-FILE.
       01 SEARCH-HISTORY-LINE  PIC X(200).

       WORKING-STORAGE SECTION.

      * Site-wide configuration (--config=<path>), shared with
      * COBLOG-SITE - base-url tells internal referrers apart.
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
       01 WS-REFERRER-STATUS   PIC XX VALUE SPACES.
       01 WS-SEARCH-LOG-STATUS PIC XX VALUE SPACES.
       01 WS-SOURCE-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-SEARCH-HISTORY-STATUS PIC XX VALUE SPACES.
       01 WS-EOF               PIC 9  VALUE 0.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.

       01 WS-REFERRER-PATH     PIC X(256) VALUE SPACES.
       01 WS-GOT-REFERRERS     PIC 9  VALUE 0.
       01 WS-SEARCH-LOG-PATH   PIC X(256) VALUE SPACES.
       01 WS-GOT-SEARCHES      PIC 9  VALUE 0.
       01 WS-SOURCE-HISTORY-PATH PIC X(256) VALUE SPACES.
       01 WS-GOT-SOURCE-HISTORY PIC 9 VALUE 0.
       01 WS-SEARCH-HISTORY-PATH PIC X(256) VALUE SPACES.
       01 WS-GOT-SEARCH-HISTORY PIC 9 VALUE 0.
       01 WS-HISTORY-BUF       PIC X(200) VALUE SPACES.
       01 WS-HISTORY-LINES     PIC 9(6) VALUE 0.
       01 WS-HISTORY-LINES-DISP PIC ZZZZZ9.

      * Live posts seen in the stream, with the referred hits that
      * landed on each
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 1000 TIMES.
               10 WS-PT-SLUG       PIC X(60).
               10 WS-PT-TITLE      PIC X(120).
               10 WS-PT-HITS       PIC 9(8).
               10 WS-PT-EXT-HITS   PIC 9(8).
       01 WS-POST-COUNT        PIC 9(4) VALUE 0.
       01 WS-PT-I              PIC 9(4) VALUE 0.
       01 WS-PT-BEST           PIC 9(4) VALUE 0.
       01 WS-PT-DONE           PIC 9(4) VALUE 0.
       01 WS-PT-PICKED-FLAG.
           05 WS-PT-PICKED OCCURS 1000 TIMES PIC 9.

      * External referring domains, overall
       01 WS-DOMAIN-TABLE.
           05 WS-DOMAIN-ENTRY OCCURS 500 TIMES.
               10 WS-DM-NAME       PIC X(80).
               10 WS-DM-HITS       PIC 9(8).
               10 WS-DM-PICKED     PIC 9.
       01 WS-DOMAIN-COUNT      PIC 9(4) VALUE 0.
       01 WS-DM-I              PIC 9(4) VALUE 0.
       01 WS-DM-BEST           PIC 9(4) VALUE 0.
       01 WS-DM-FULL-WARNED    PIC 9  VALUE 0.

      * Domain x landing post pairs (post 0 = not a post)
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 3000 TIMES.
               10 WS-PR-DOMAIN     PIC 9(4).
               10 WS-PR-POST       PIC 9(4).
               10 WS-PR-HITS       PIC 9(8).
               10 WS-PR-PICKED     PIC 9.
       01 WS-PAIR-COUNT        PIC 9(4) VALUE 0.
       01 WS-PR-I              PIC 9(4) VALUE 0.
       01 WS-PR-BEST           PIC 9(4) VALUE 0.
       01 WS-PR-FULL-WARNED    PIC 9  VALUE 0.
       01 WS-PR-SHOWN          PIC 9  VALUE 0.

      * Distinct search terms, each split into the words that must
      * all turn up in one post for the term to count as matched
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 500 TIMES.
               10 WS-TM-TEXT       PIC X(80).
               10 WS-TM-COUNT      PIC 9(8).
               10 WS-TM-MATCHED    PIC 9.
               10 WS-TM-PICKED     PIC 9.
               10 WS-TM-WORDS      PIC 9.
               10 WS-TM-WORD-ENTRY OCCURS 4 TIMES.
                   15 WS-TM-WORD   PIC X(30).
                   15 WS-TM-WLEN   PIC 99.
                   15 WS-TM-WFOUND PIC 9.
       01 WS-TERM-COUNT        PIC 9(4) VALUE 0.
       01 WS-TM-I              PIC 9(4) VALUE 0.
       01 WS-TM-BEST           PIC 9(4) VALUE 0.
       01 WS-TM-W              PIC 9  VALUE 0.
       01 WS-TM-ALL-FOUND      PIC 9  VALUE 0.
       01 WS-TM-FULL-WARNED    PIC 9  VALUE 0.
       01 WS-TM-UNMATCHED      PIC 9(4) VALUE 0.
       01 WS-SEARCH-TEXT       PIC X(200) VALUE SPACES.
       01 WS-SEARCH-KEY        PIC X(80) VALUE SPACES.
       01 WS-SEARCH-WORDS.
           05 WS-SEARCH-WORD OCCURS 4 TIMES PIC X(30).
       01 WS-SEARCH-PTR        PIC 9(3) VALUE 1.
       01 WS-SEARCH-PIECE      PIC X(200) VALUE SPACES.
       01 WS-KEY-PTR           PIC 9(3) VALUE 1.
       01 WS-TALLY             PIC 9(4) VALUE 0.

      * One post record flattened to lower case for term matching
       01 WS-HAYSTACK          PIC X(700) VALUE SPACES.

      * Control break on slug
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-CURRENT-SEARCHABLE PIC 9 VALUE 0.
       01 WS-LANG-FILTER       PIC X(5) VALUE "en".
       01 WS-EFF-LANG          PIC X(5) VALUE SPACES.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 1.
       01 WS-POST-EXPIRED      PIC 9  VALUE 0.

      * One referrer line taken apart
       01 WS-LOG-REC           PIC X(600) VALUE SPACES.
       01 WS-LOG-URL           PIC X(300) VALUE SPACES.
       01 WS-REF-URL           PIC X(300) VALUE SPACES.
       01 WS-LOG-HITS-X        PIC X(12) VALUE SPACES.
       01 WS-LOG-HITS          PIC 9(8) VALUE 0.
       01 WS-PATH-SLUG         PIC X(300) VALUE SPACES.
       01 WS-PATH-LEN          PIC 999 VALUE 0.
       01 WS-REF-SCHEME        PIC X(300) VALUE SPACES.
       01 WS-REF-REST          PIC X(300) VALUE SPACES.
       01 WS-REF-HOST          PIC X(80) VALUE SPACES.
       01 WS-OWN-HOST          PIC X(80) VALUE SPACES.
       01 WS-LANDING-POST      PIC 9(4) VALUE 0.

      * Audit counters and report edit fields
       01 WS-REF-LINES         PIC 9(6) VALUE 0.
       01 WS-SEARCH-LINES      PIC 9(6) VALUE 0.
       01 WS-EXTERNAL-HITS     PIC 9(9) VALUE 0.
       01 WS-DIRECT-HITS       PIC 9(9) VALUE 0.
       01 WS-INTERNAL-HITS     PIC 9(9) VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZZZZ9.
       01 WS-HITS-DISP         PIC ZZZZZZZ9.
       01 WS-HITS-DISP-2       PIC ZZZZZZZ9.
       01 WS-TOP-N             PIC 9(4) VALUE 20.
       01 WS-TOP-CAND          PIC 9(6) VALUE 0.
       01 WS-RANK              PIC 9(4) VALUE 0.
       01 WS-RANK-DISP         PIC ZZZ9.
       01 WS-DOMINANT-PCT      PIC 999 VALUE 50.
       01 WS-DOMINANT-MIN      PIC 9(4) VALUE 10.
       01 WS-DOMINANT-ROWS     PIC 9(4) VALUE 0.
       01 WS-SHARE-PCT         PIC 999 VALUE 0.
       01 WS-SHARE-DISP        PIC ZZ9.

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

           IF WS-GOT-REFERRERS = 0 AND WS-GOT-SEARCHES = 0
               DISPLAY "COBLOG-SOURCES: --referrers=<path> and/or "
                   "--searches=<path> is required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-GOT-CONFIG = 1
               PERFORM LOAD-SITE-CONFIG
           END-IF
           PERFORM DERIVE-OWN-HOST

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

      * The terms are loaded first so the master only has to
      * stream past once
           IF WS-GOT-SEARCHES = 1
               PERFORM LOAD-SEARCH-TERMS
           END-IF

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               STOP RUN
           END-IF
           PERFORM READ-AND-COLLECT UNTIL WS-EOF = 1
           CLOSE INPUT-FILE

           IF WS-GOT-REFERRERS = 1
               PERFORM TALLY-REFERRERS
           END-IF

           PERFORM WRITE-REPORT

           IF WS-GOT-SOURCE-HISTORY = 1 AND WS-GOT-REFERRERS = 1
               PERFORM APPEND-SOURCE-HISTORY
           END-IF
           IF WS-GOT-SEARCH-HISTORY = 1 AND WS-GOT-SEARCHES = 1
               PERFORM APPEND-SEARCH-HISTORY
           END-IF

           MOVE WS-REF-LINES TO WS-COUNT-DISP
           DISPLAY "COBLOG-SOURCES: referrer-lines="
               FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-DOMAIN-COUNT TO WS-COUNT-DISP
           DISPLAY " domains=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-SEARCH-LINES TO WS-COUNT-DISP
           DISPLAY " searches=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-TERM-COUNT TO WS-COUNT-DISP
           DISPLAY " terms=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-TM-UNMATCHED TO WS-COUNT-DISP
           DISPLAY " unmatched-terms=" FUNCTION TRIM(WS-COUNT-DISP)
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
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--referrers="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(13:)
                       TO WS-REFERRER-PATH
                   MOVE 1 TO WS-GOT-REFERRERS
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--searches="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(12:)
                       TO WS-SEARCH-LOG-PATH
                   MOVE 1 TO WS-GOT-SEARCHES
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--config="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-CONFIG-PATH
                   MOVE 1 TO WS-GOT-CONFIG
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:17) = "--source-history="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(18:)
                       TO WS-SOURCE-HISTORY-PATH
                   MOVE 1 TO WS-GOT-SOURCE-HISTORY
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:17) = "--search-history="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(18:)
                       TO WS-SEARCH-HISTORY-PATH
                   MOVE 1 TO WS-GOT-SEARCH-HISTORY
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:7) = "--lang="
                   MOVE FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)(8:))
                       TO WS-LANG-FILTER
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--dominant="
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                       WS-ARG-ENTRY(WS-ARG-I)(12:)))
                       TO WS-TOP-CAND
                   IF WS-TOP-CAND > 0 AND WS-TOP-CAND < 100
                       MOVE WS-TOP-CAND TO WS-DOMINANT-PCT
                   ELSE
                       DISPLAY "COBLOG-SOURCES: --dominant= "
                           "out of range, ignored"
                           UPON SYSERR
                   END-IF
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:6) = "--top="
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-ARG-ENTRY(WS-ARG-I)(7:)))
                           TO WS-TOP-CAND
                       IF WS-TOP-CAND > 0
                           AND WS-TOP-CAND < 10000
                           MOVE WS-TOP-CAND TO WS-TOP-N
                       ELSE
                           DISPLAY "COBLOG-SOURCES: --top= "
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

       DERIVE-OWN-HOST.
      * The host part of base-url, for telling internal navigation
      * from a real referring site
           MOVE SPACES TO WS-OWN-HOST
           IF WS-CFG-BASE-URL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CFG-BASE-URL TO WS-REF-URL
           PERFORM EXTRACT-REFERRER-HOST
           MOVE WS-REF-HOST TO WS-OWN-HOST.

      * ------------------------------------------------------------
      * Search terms: one search per query-log line, lower-cased,
      * blanks collapsed, counted per distinct term.
      * ------------------------------------------------------------
       LOAD-SEARCH-TERMS.
           OPEN INPUT SEARCH-LOG-FILE
           IF WS-SEARCH-LOG-STATUS NOT = "00"
               DISPLAY "COBLOG-SOURCES: cannot open search log "
                   FUNCTION TRIM(WS-SEARCH-LOG-PATH)
                   " (status " WS-SEARCH-LOG-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ SEARCH-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM STORE-ONE-SEARCH
               END-READ
           END-PERFORM
           CLOSE SEARCH-LOG-FILE.

       STORE-ONE-SEARCH.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(SEARCH-LOG-LINE))
               TO WS-SEARCH-TEXT
           IF WS-SEARCH-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEARCH-LINES
           MOVE SPACES TO WS-SEARCH-WORDS
           UNSTRING WS-SEARCH-TEXT DELIMITED BY ALL SPACE
               INTO WS-SEARCH-WORD(1) WS-SEARCH-WORD(2)
                    WS-SEARCH-WORD(3) WS-SEARCH-WORD(4)
           END-UNSTRING
      * The key is the text with runs of blanks cut to one
           MOVE SPACES TO WS-SEARCH-KEY
           MOVE 1 TO WS-SEARCH-PTR
           MOVE 1 TO WS-KEY-PTR
           PERFORM UNTIL WS-SEARCH-PTR > 200
               IF WS-SEARCH-TEXT(WS-SEARCH-PTR:) = SPACES
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO WS-SEARCH-PIECE
               UNSTRING WS-SEARCH-TEXT DELIMITED BY ALL SPACE
                   INTO WS-SEARCH-PIECE
                   WITH POINTER WS-SEARCH-PTR
               END-UNSTRING
               IF WS-KEY-PTR > 1
                   STRING " " DELIMITED SIZE INTO WS-SEARCH-KEY
                       WITH POINTER WS-KEY-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-SEARCH-PIECE)
                   DELIMITED SIZE INTO WS-SEARCH-KEY
                   WITH POINTER WS-KEY-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM

           PERFORM VARYING WS-TM-I FROM 1 BY 1
               UNTIL WS-TM-I > WS-TERM-COUNT
               IF WS-TM-TEXT(WS-TM-I) = WS-SEARCH-KEY
                   ADD 1 TO WS-TM-COUNT(WS-TM-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-TERM-COUNT >= 500
               IF WS-TM-FULL-WARNED = 0
                   DISPLAY "COBLOG-SOURCES: WARNING - search term "
                       "table ceiling (500) reached, later new terms "
                       "left out"
                       UPON SYSERR
                   MOVE 1 TO WS-TM-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TERM-COUNT
           MOVE WS-SEARCH-KEY TO WS-TM-TEXT(WS-TERM-COUNT)
           MOVE 1 TO WS-TM-COUNT(WS-TERM-COUNT)
           MOVE 0 TO WS-TM-MATCHED(WS-TERM-COUNT)
           MOVE 0 TO WS-TM-WORDS(WS-TERM-COUNT)
           PERFORM VARYING WS-TM-W FROM 1 BY 1 UNTIL WS-TM-W > 4
               MOVE WS-SEARCH-WORD(WS-TM-W)
                   TO WS-TM-WORD(WS-TERM-COUNT, WS-TM-W)
               MOVE 0 TO WS-TM-WFOUND(WS-TERM-COUNT, WS-TM-W)
               MOVE 0 TO WS-TM-WLEN(WS-TERM-COUNT, WS-TM-W)
               IF WS-SEARCH-WORD(WS-TM-W) NOT = SPACES
                   ADD 1 TO WS-TM-WORDS(WS-TERM-COUNT)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       WS-SEARCH-WORD(WS-TM-W)))
                       TO WS-TM-WLEN(WS-TERM-COUNT, WS-TM-W)
               END-IF
           END-PERFORM.

      * ------------------------------------------------------------
      * The master: live posts into the post table, and every
      * record of a live post checked against the open terms.
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
               IF WS-POST-LIVE = 1
                   PERFORM STORE-LIVE-POST
                   PERFORM RESET-TERM-WORDS
               END-IF
      * Only what search.json holds can answer a search: a post in
      * another language is not in it
               MOVE WS-POST-LIVE TO WS-CURRENT-SEARCHABLE
               MOVE FUNCTION TRIM(POST-LANG) TO WS-EFF-LANG
               IF WS-EFF-LANG = SPACES
                   MOVE "en" TO WS-EFF-LANG
               END-IF
               IF WS-EFF-LANG NOT = WS-LANG-FILTER
                   MOVE 0 TO WS-CURRENT-SEARCHABLE
               END-IF
           END-IF
           IF WS-CURRENT-SEARCHABLE = 1 AND WS-TERM-COUNT > 0
               PERFORM MATCH-TERMS-IN-RECORD
           END-IF.

       STORE-LIVE-POST.
           IF WS-POST-COUNT < 1000
               ADD 1 TO WS-POST-COUNT
               MOVE WS-TRIMMED-SLUG TO WS-PT-SLUG(WS-POST-COUNT)
               MOVE FUNCTION TRIM(POST-TITLE)
                   TO WS-PT-TITLE(WS-POST-COUNT)
               MOVE 0 TO WS-PT-HITS(WS-POST-COUNT)
               MOVE 0 TO WS-PT-EXT-HITS(WS-POST-COUNT)
           ELSE
               DISPLAY "COBLOG-SOURCES: WARNING - post table "
                   "ceiling (1000) reached, excess posts left "
                   "out of the rollup"
                   UPON SYSERR
           END-IF.

       RESET-TERM-WORDS.
      * A term's words must all turn up within one post
           PERFORM VARYING WS-TM-I FROM 1 BY 1
               UNTIL WS-TM-I > WS-TERM-COUNT
               PERFORM VARYING WS-TM-W FROM 1 BY 1
                   UNTIL WS-TM-W > 4
                   MOVE 0 TO WS-TM-WFOUND(WS-TM-I, WS-TM-W)
               END-PERFORM
           END-PERFORM.

       MATCH-TERMS-IN-RECORD.
           MOVE SPACES TO WS-HAYSTACK
           STRING POST-TITLE " " POST-SLUG " " POST-BODY-LINE
               DELIMITED SIZE INTO WS-HAYSTACK
           MOVE FUNCTION LOWER-CASE(WS-HAYSTACK) TO WS-HAYSTACK
           PERFORM VARYING WS-TM-I FROM 1 BY 1
               UNTIL WS-TM-I > WS-TERM-COUNT
               IF WS-TM-MATCHED(WS-TM-I) = 0
                   PERFORM MATCH-ONE-TERM
               END-IF
           END-PERFORM.

       MATCH-ONE-TERM.
           MOVE 1 TO WS-TM-ALL-FOUND
           PERFORM VARYING WS-TM-W FROM 1 BY 1
               UNTIL WS-TM-W > WS-TM-WORDS(WS-TM-I)
               IF WS-TM-WFOUND(WS-TM-I, WS-TM-W) = 0
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-HAYSTACK TALLYING WS-TALLY
                       FOR ALL WS-TM-WORD(WS-TM-I, WS-TM-W)
                           (1:WS-TM-WLEN(WS-TM-I, WS-TM-W))
                   IF WS-TALLY > 0
                       MOVE 1 TO WS-TM-WFOUND(WS-TM-I, WS-TM-W)
                   ELSE
                       MOVE 0 TO WS-TM-ALL-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TM-ALL-FOUND = 1
               MOVE 1 TO WS-TM-MATCHED(WS-TM-I)
           END-IF.

      * ------------------------------------------------------------
      * Referrers: landing path to post, referrer to host.
      * ------------------------------------------------------------
       TALLY-REFERRERS.
           OPEN INPUT REFERRER-FILE
           IF WS-REFERRER-STATUS NOT = "00"
               DISPLAY "COBLOG-SOURCES: cannot open referrer "
                   "extract " FUNCTION TRIM(WS-REFERRER-PATH)
                   " (status " WS-REFERRER-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ REFERRER-FILE INTO WS-LOG-REC
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-REF-LINES
                       PERFORM TALLY-ONE-REFERRER-LINE
               END-READ
           END-PERFORM
           CLOSE REFERRER-FILE.

       TALLY-ONE-REFERRER-LINE.
           IF FUNCTION TRIM(WS-LOG-REC) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOG-URL
           MOVE SPACES TO WS-REF-URL
           MOVE SPACES TO WS-LOG-HITS-X
           UNSTRING WS-LOG-REC DELIMITED BY ALL SPACE
               INTO WS-LOG-URL WS-REF-URL WS-LOG-HITS-X
           END-UNSTRING
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LOG-HITS-X))
               TO WS-LOG-HITS
           IF WS-LOG-HITS = 0
               EXIT PARAGRAPH
           END-IF

      * Which post it landed on, if any - POPULAR's slug match
           PERFORM NORMALIZE-LOG-PATH
           MOVE 0 TO WS-LANDING-POST
           IF WS-PATH-SLUG NOT = SPACES
               PERFORM VARYING WS-PT-I FROM 1 BY 1
                   UNTIL WS-PT-I > WS-POST-COUNT
                   IF WS-PT-SLUG(WS-PT-I) = WS-PATH-SLUG(1:60)
                       MOVE WS-PT-I TO WS-LANDING-POST
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LANDING-POST > 0
               ADD WS-LOG-HITS TO WS-PT-HITS(WS-LANDING-POST)
           END-IF

           IF FUNCTION TRIM(WS-REF-URL) = "-"
               OR WS-REF-URL = SPACES
               ADD WS-LOG-HITS TO WS-DIRECT-HITS
               EXIT PARAGRAPH
           END-IF
           PERFORM EXTRACT-REFERRER-HOST
           IF WS-REF-HOST = SPACES
               ADD WS-LOG-HITS TO WS-DIRECT-HITS
               EXIT PARAGRAPH
           END-IF
           IF WS-OWN-HOST NOT = SPACES AND WS-REF-HOST = WS-OWN-HOST
               ADD WS-LOG-HITS TO WS-INTERNAL-HITS
               EXIT PARAGRAPH
           END-IF

           ADD WS-LOG-HITS TO WS-EXTERNAL-HITS
           IF WS-LANDING-POST > 0
               ADD WS-LOG-HITS TO WS-PT-EXT-HITS(WS-LANDING-POST)
           END-IF
           PERFORM ADD-DOMAIN-HITS.

       ADD-DOMAIN-HITS.
           MOVE 0 TO WS-DM-BEST
           PERFORM VARYING WS-DM-I FROM 1 BY 1
               UNTIL WS-DM-I > WS-DOMAIN-COUNT
               IF WS-DM-NAME(WS-DM-I) = WS-REF-HOST
                   MOVE WS-DM-I TO WS-DM-BEST
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DM-BEST = 0
               IF WS-DOMAIN-COUNT >= 500
                   IF WS-DM-FULL-WARNED = 0
                       DISPLAY "COBLOG-SOURCES: WARNING - domain "
                           "table ceiling (500) reached, later new "
                           "domains left out"
                           UPON SYSERR
                       MOVE 1 TO WS-DM-FULL-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DOMAIN-COUNT
               MOVE WS-DOMAIN-COUNT TO WS-DM-BEST
               MOVE WS-REF-HOST TO WS-DM-NAME(WS-DM-BEST)
               MOVE 0 TO WS-DM-HITS(WS-DM-BEST)
           END-IF
           ADD WS-LOG-HITS TO WS-DM-HITS(WS-DM-BEST)

           MOVE 0 TO WS-PR-BEST
           PERFORM VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PAIR-COUNT
               IF WS-PR-DOMAIN(WS-PR-I) = WS-DM-BEST
                   AND WS-PR-POST(WS-PR-I) = WS-LANDING-POST
                   MOVE WS-PR-I TO WS-PR-BEST
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PR-BEST = 0
               IF WS-PAIR-COUNT >= 3000
                   IF WS-PR-FULL-WARNED = 0
                       DISPLAY "COBLOG-SOURCES: WARNING - domain/post "
                           "table ceiling (3000) reached, per-post "
                           "sources incomplete"
                           UPON SYSERR
                       MOVE 1 TO WS-PR-FULL-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-PR-BEST
               MOVE WS-DM-BEST TO WS-PR-DOMAIN(WS-PR-BEST)
               MOVE WS-LANDING-POST TO WS-PR-POST(WS-PR-BEST)
               MOVE 0 TO WS-PR-HITS(WS-PR-BEST)
           END-IF
           ADD WS-LOG-HITS TO WS-PR-HITS(WS-PR-BEST).

       EXTRACT-REFERRER-HOST.
      * WS-REF-URL in -> WS-REF-HOST out: "https://www.Example.com:
      * 8080/a?b" -> "example.com". No scheme means the whole thing
      * up to the first "/" is the host.
           MOVE SPACES TO WS-REF-HOST
           MOVE SPACES TO WS-REF-SCHEME
           MOVE SPACES TO WS-REF-REST
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-REF-URL))
               TO WS-REF-URL
           UNSTRING WS-REF-URL DELIMITED BY "://"
               INTO WS-REF-SCHEME WS-REF-REST
           END-UNSTRING
           IF WS-REF-REST = SPACES
               MOVE WS-REF-SCHEME TO WS-REF-REST
           END-IF
           UNSTRING WS-REF-REST DELIMITED BY "/" OR "?" OR ":"
               OR "#"
               INTO WS-REF-HOST
           END-UNSTRING
           IF WS-REF-HOST(1:4) = "www."
               MOVE WS-REF-HOST(5:) TO WS-REF-REST
               MOVE WS-REF-REST TO WS-REF-HOST
           END-IF.

       NORMALIZE-LOG-PATH.
      * "/my-post/" -> "my-post": strip the surrounding slashes and
      * a trailing index.html, the same as COBLOG-POPULAR does.
           MOVE SPACES TO WS-PATH-SLUG
           IF WS-LOG-URL(1:1) = "/"
               MOVE FUNCTION TRIM(WS-LOG-URL(2:))
                   TO WS-PATH-SLUG
           ELSE
               MOVE FUNCTION TRIM(WS-LOG-URL) TO WS-PATH-SLUG
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATH-SLUG))
               TO WS-PATH-LEN
           IF WS-PATH-LEN > 0
               AND WS-PATH-SLUG(WS-PATH-LEN:1) = "/"
               MOVE SPACE TO WS-PATH-SLUG(WS-PATH-LEN:1)
           END-IF
      * Trailing index.html means the same page
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATH-SLUG))
               TO WS-PATH-LEN
           IF WS-PATH-LEN > 10
               AND WS-PATH-SLUG(WS-PATH-LEN - 10:11)
                   = "/index.html"
               MOVE SPACES TO WS-PATH-SLUG(WS-PATH-LEN - 10:11)
           END-IF

           CONTINUE.

      * ------------------------------------------------------------
      * Report
      * ------------------------------------------------------------
       WRITE-REPORT.
           DISPLAY "COBLOG-SOURCES report"
           DISPLAY "====================="
           DISPLAY " "
           IF WS-GOT-REFERRERS = 1
               PERFORM WRITE-DOMAIN-SECTION
               PERFORM WRITE-POST-SOURCE-SECTION
               PERFORM WRITE-DOMINANT-SECTION
           END-IF
           IF WS-GOT-SEARCHES = 1
               PERFORM WRITE-TERM-SECTION
               PERFORM WRITE-UNMATCHED-SECTION
           END-IF

           IF WS-GOT-REFERRERS = 1
               MOVE WS-EXTERNAL-HITS TO WS-COUNT-DISP
               DISPLAY "External referred hits:  "
                   FUNCTION TRIM(WS-COUNT-DISP)
               MOVE WS-DIRECT-HITS TO WS-COUNT-DISP
               DISPLAY "Direct (no referrer):    "
                   FUNCTION TRIM(WS-COUNT-DISP)
               MOVE WS-INTERNAL-HITS TO WS-COUNT-DISP
               DISPLAY "Internal navigation:     "
                   FUNCTION TRIM(WS-COUNT-DISP)
               MOVE WS-DOMAIN-COUNT TO WS-COUNT-DISP
               DISPLAY "Referring domains:       "
                   FUNCTION TRIM(WS-COUNT-DISP)
           END-IF
           IF WS-GOT-SEARCHES = 1
               MOVE WS-SEARCH-LINES TO WS-COUNT-DISP
               DISPLAY "Searches:                "
                   FUNCTION TRIM(WS-COUNT-DISP)
               MOVE WS-TERM-COUNT TO WS-COUNT-DISP
               DISPLAY "Distinct terms:          "
                   FUNCTION TRIM(WS-COUNT-DISP)
               MOVE WS-TM-UNMATCHED TO WS-COUNT-DISP
               DISPLAY "Terms matching no post:  "
                   FUNCTION TRIM(WS-COUNT-DISP)
           END-IF.

       WRITE-DOMAIN-SECTION.
           DISPLAY "Top referring domains:"
           PERFORM VARYING WS-DM-I FROM 1 BY 1
               UNTIL WS-DM-I > WS-DOMAIN-COUNT
               MOVE 0 TO WS-DM-PICKED(WS-DM-I)
           END-PERFORM
           MOVE 0 TO WS-RANK
           PERFORM UNTIL WS-RANK >= WS-TOP-N
               PERFORM FIND-NEXT-DOMAIN
               IF WS-DM-BEST = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RANK
               MOVE 1 TO WS-DM-PICKED(WS-DM-BEST)
               MOVE WS-RANK TO WS-RANK-DISP
               MOVE WS-DM-HITS(WS-DM-BEST) TO WS-HITS-DISP
               DISPLAY "  " WS-RANK-DISP ". "
                   FUNCTION TRIM(WS-DM-NAME(WS-DM-BEST))
                   ": " FUNCTION TRIM(WS-HITS-DISP)
           END-PERFORM
           IF WS-RANK = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       FIND-NEXT-DOMAIN.
           MOVE 0 TO WS-DM-BEST
           PERFORM VARYING WS-DM-I FROM 1 BY 1
               UNTIL WS-DM-I > WS-DOMAIN-COUNT
               IF WS-DM-PICKED(WS-DM-I) = 0
                   IF WS-DM-BEST = 0
                       OR WS-DM-HITS(WS-DM-I)
                           > WS-DM-HITS(WS-DM-BEST)
                       MOVE WS-DM-I TO WS-DM-BEST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-POST-SOURCE-SECTION.
      * The posts with the most external traffic, each with its
      * three biggest referring domains
           DISPLAY "Top referring domains per post:"
           PERFORM VARYING WS-PT-DONE FROM 1 BY 1
               UNTIL WS-PT-DONE > WS-POST-COUNT
               MOVE 0 TO WS-PT-PICKED(WS-PT-DONE)
           END-PERFORM
           MOVE 0 TO WS-RANK
           PERFORM UNTIL WS-RANK >= WS-TOP-N
               PERFORM FIND-NEXT-REFERRED-POST
               IF WS-PT-BEST = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RANK
               MOVE 1 TO WS-PT-PICKED(WS-PT-BEST)
               MOVE WS-PT-EXT-HITS(WS-PT-BEST) TO WS-HITS-DISP
               MOVE WS-PT-HITS(WS-PT-BEST) TO WS-HITS-DISP-2
               DISPLAY "  " FUNCTION TRIM(WS-PT-SLUG(WS-PT-BEST))
                   ": " FUNCTION TRIM(WS-HITS-DISP)
                   " referred of " FUNCTION TRIM(WS-HITS-DISP-2)
                   "  '" FUNCTION TRIM(WS-PT-TITLE(WS-PT-BEST))
                   "'"
               PERFORM WRITE-POST-TOP-DOMAINS
           END-PERFORM
           IF WS-RANK = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       FIND-NEXT-REFERRED-POST.
           MOVE 0 TO WS-PT-BEST
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-PICKED(WS-PT-I) = 0
                   AND WS-PT-EXT-HITS(WS-PT-I) > 0
                   IF WS-PT-BEST = 0
                       OR WS-PT-EXT-HITS(WS-PT-I)
                           > WS-PT-EXT-HITS(WS-PT-BEST)
                       MOVE WS-PT-I TO WS-PT-BEST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-POST-TOP-DOMAINS.
           PERFORM VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PAIR-COUNT
               MOVE 0 TO WS-PR-PICKED(WS-PR-I)
           END-PERFORM
           PERFORM VARYING WS-PR-SHOWN FROM 1 BY 1
               UNTIL WS-PR-SHOWN > 3
               PERFORM FIND-NEXT-POST-PAIR
               IF WS-PR-BEST = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO WS-PR-PICKED(WS-PR-BEST)
               MOVE WS-PR-HITS(WS-PR-BEST) TO WS-HITS-DISP
               DISPLAY "      "
                   FUNCTION TRIM(WS-DM-NAME(WS-PR-DOMAIN(WS-PR-BEST)))
                   ": " FUNCTION TRIM(WS-HITS-DISP)
           END-PERFORM.

       FIND-NEXT-POST-PAIR.
      * Biggest unpicked domain pair for post WS-PT-BEST
           MOVE 0 TO WS-PR-BEST
           PERFORM VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PAIR-COUNT
               IF WS-PR-PICKED(WS-PR-I) = 0
                   AND WS-PR-POST(WS-PR-I) = WS-PT-BEST
                   IF WS-PR-BEST = 0
                       OR WS-PR-HITS(WS-PR-I)
                           > WS-PR-HITS(WS-PR-BEST)
                       MOVE WS-PR-I TO WS-PR-BEST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-DOMINANT-SECTION.
      * One domain bringing more than --dominant= percent of a
      * post's hits - worth knowing before that link goes away
           DISPLAY "Posts mostly from one external source:"
           MOVE 0 TO WS-DOMINANT-ROWS
           PERFORM VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PAIR-COUNT
               IF WS-PR-POST(WS-PR-I) > 0
                   PERFORM CHECK-DOMINANT-PAIR
               END-IF
           END-PERFORM
           IF WS-DOMINANT-ROWS = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       CHECK-DOMINANT-PAIR.
           MOVE WS-PR-POST(WS-PR-I) TO WS-PT-I
           IF WS-PT-HITS(WS-PT-I) < WS-DOMINANT-MIN
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-HITS(WS-PR-I) * 100
               NOT > WS-PT-HITS(WS-PT-I) * WS-DOMINANT-PCT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DOMINANT-ROWS
           COMPUTE WS-SHARE-PCT =
               WS-PR-HITS(WS-PR-I) * 100 / WS-PT-HITS(WS-PT-I)
           MOVE WS-SHARE-PCT TO WS-SHARE-DISP
           MOVE WS-PR-HITS(WS-PR-I) TO WS-HITS-DISP
           MOVE WS-PT-HITS(WS-PT-I) TO WS-HITS-DISP-2
           DISPLAY "  " FUNCTION TRIM(WS-PT-SLUG(WS-PT-I)) ": "
               FUNCTION TRIM(WS-SHARE-DISP) "% from "
               FUNCTION TRIM(WS-DM-NAME(WS-PR-DOMAIN(WS-PR-I)))
               " (" FUNCTION TRIM(WS-HITS-DISP) " of "
               FUNCTION TRIM(WS-HITS-DISP-2) ")".

       WRITE-TERM-SECTION.
           DISPLAY "Top search terms:"
           PERFORM VARYING WS-TM-I FROM 1 BY 1
               UNTIL WS-TM-I > WS-TERM-COUNT
               MOVE 0 TO WS-TM-PICKED(WS-TM-I)
           END-PERFORM
           MOVE 0 TO WS-RANK
           PERFORM UNTIL WS-RANK >= WS-TOP-N
               PERFORM FIND-NEXT-TERM
               IF WS-TM-BEST = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RANK
               MOVE 1 TO WS-TM-PICKED(WS-TM-BEST)
               MOVE WS-RANK TO WS-RANK-DISP
               MOVE WS-TM-COUNT(WS-TM-BEST) TO WS-HITS-DISP
               DISPLAY "  " WS-RANK-DISP ". '"
                   FUNCTION TRIM(WS-TM-TEXT(WS-TM-BEST))
                   "': " FUNCTION TRIM(WS-HITS-DISP)
           END-PERFORM
           IF WS-RANK = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       FIND-NEXT-TERM.
           MOVE 0 TO WS-TM-BEST
           PERFORM VARYING WS-TM-I FROM 1 BY 1
               UNTIL WS-TM-I > WS-TERM-COUNT
               IF WS-TM-PICKED(WS-TM-I) = 0
                   IF WS-TM-BEST = 0
                       OR WS-TM-COUNT(WS-TM-I)
                           > WS-TM-COUNT(WS-TM-BEST)
                       MOVE WS-TM-I TO WS-TM-BEST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-UNMATCHED-SECTION.
      * Every term that found nothing, most-searched first - the
      * content readers are asking for that the site lacks
           DISPLAY "Search terms that matched no post:"
           MOVE 0 TO WS-TM-UNMATCHED
           PERFORM VARYING WS-TM-I FROM 1 BY 1
               UNTIL WS-TM-I > WS-TERM-COUNT
               MOVE WS-TM-MATCHED(WS-TM-I) TO WS-TM-PICKED(WS-TM-I)
           END-PERFORM
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-TERM
               IF WS-TM-BEST = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-TM-UNMATCHED
               MOVE 1 TO WS-TM-PICKED(WS-TM-BEST)
               MOVE WS-TM-COUNT(WS-TM-BEST) TO WS-HITS-DISP
               DISPLAY "  '" FUNCTION TRIM(WS-TM-TEXT(WS-TM-BEST))
                   "': " FUNCTION TRIM(WS-HITS-DISP)
           END-PERFORM
           IF WS-TM-UNMATCHED = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

      * ------------------------------------------------------------
      * Daily history. Status 05 = the optional file did not exist
      * and was created - the first run starts the history.
      * ------------------------------------------------------------
       APPEND-SOURCE-HISTORY.
           OPEN EXTEND SOURCE-HISTORY-FILE
           IF WS-SOURCE-HISTORY-STATUS NOT = "00"
               AND WS-SOURCE-HISTORY-STATUS NOT = "05"
               DISPLAY "COBLOG-SOURCES: cannot extend history "
                   FUNCTION TRIM(WS-SOURCE-HISTORY-PATH)
                   " (status " WS-SOURCE-HISTORY-STATUS ")"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HISTORY-LINES
           PERFORM VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PAIR-COUNT
               MOVE WS-PR-HITS(WS-PR-I) TO WS-HITS-DISP
               MOVE SPACES TO WS-HISTORY-BUF
               IF WS-PR-POST(WS-PR-I) = 0
                   STRING WS-RUN-DATE "|"
                       FUNCTION TRIM(
                           WS-DM-NAME(WS-PR-DOMAIN(WS-PR-I)))
                       "|-|" FUNCTION TRIM(WS-HITS-DISP)
                       DELIMITED SIZE INTO WS-HISTORY-BUF
               ELSE
                   STRING WS-RUN-DATE "|"
                       FUNCTION TRIM(
                           WS-DM-NAME(WS-PR-DOMAIN(WS-PR-I)))
                       "|" FUNCTION TRIM(
                           WS-PT-SLUG(WS-PR-POST(WS-PR-I)))
                       "|" FUNCTION TRIM(WS-HITS-DISP)
                       DELIMITED SIZE INTO WS-HISTORY-BUF
               END-IF
               MOVE WS-HISTORY-BUF TO SOURCE-HISTORY-LINE
               WRITE SOURCE-HISTORY-LINE
               ADD 1 TO WS-HISTORY-LINES
           END-PERFORM
           CLOSE SOURCE-HISTORY-FILE
           MOVE WS-HISTORY-LINES TO WS-HISTORY-LINES-DISP
           DISPLAY "COBLOG-SOURCES: source-history-lines-appended="
               FUNCTION TRIM(WS-HISTORY-LINES-DISP)
               UPON SYSERR.

       APPEND-SEARCH-HISTORY.
           OPEN EXTEND SEARCH-HISTORY-FILE
           IF WS-SEARCH-HISTORY-STATUS NOT = "00"
               AND WS-SEARCH-HISTORY-STATUS NOT = "05"
               DISPLAY "COBLOG-SOURCES: cannot extend history "
                   FUNCTION TRIM(WS-SEARCH-HISTORY-PATH)
                   " (status " WS-SEARCH-HISTORY-STATUS ")"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HISTORY-LINES
           PERFORM VARYING WS-TM-I FROM 1 BY 1
               UNTIL WS-TM-I > WS-TERM-COUNT
               MOVE WS-TM-COUNT(WS-TM-I) TO WS-HITS-DISP
               MOVE SPACES TO WS-HISTORY-BUF
               IF WS-TM-MATCHED(WS-TM-I) = 1
                   STRING WS-RUN-DATE "|"
                       FUNCTION TRIM(WS-TM-TEXT(WS-TM-I)) "|"
                       FUNCTION TRIM(WS-HITS-DISP) "|Y"
                       DELIMITED SIZE INTO WS-HISTORY-BUF
               ELSE
                   STRING WS-RUN-DATE "|"
                       FUNCTION TRIM(WS-TM-TEXT(WS-TM-I)) "|"
                       FUNCTION TRIM(WS-HITS-DISP) "|N"
                       DELIMITED SIZE INTO WS-HISTORY-BUF
               END-IF
               MOVE WS-HISTORY-BUF TO SEARCH-HISTORY-LINE
               WRITE SEARCH-HISTORY-LINE
               ADD 1 TO WS-HISTORY-LINES
           END-PERFORM
           CLOSE SEARCH-HISTORY-FILE
           MOVE WS-HISTORY-LINES TO WS-HISTORY-LINES-DISP
           DISPLAY "COBLOG-SOURCES: search-history-lines-appended="
               FUNCTION TRIM(WS-HISTORY-LINES-DISP)
               UPON SYSERR.

       LOAD-SITE-CONFIG.
      * Read the --config= file, one "key=value" pair per line, the
      * same loader COBLOG-SITE uses, so all the programs can share
      * one config file. Keys this program has no use for are still
      * accepted quietly; only unknown keys are reported on stderr.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               DISPLAY "COBLOG-SOURCES: cannot open config file "
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
                       DISPLAY "COBLOG-SOURCES: config "
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
                       DISPLAY "COBLOG-SOURCES: config "
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
                       DISPLAY "COBLOG-SOURCES: config "
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
                   DISPLAY "COBLOG-SOURCES: unrecognized config "
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

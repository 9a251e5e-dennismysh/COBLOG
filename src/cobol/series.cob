       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-SERIES.
      * ============================================================
      * COBLOG Series Edition Compiler
      * Reads the sorted post-record stream on stdin and, for each
      * series (POST-SERIES / POST-PART), collects every live part
      * in POST-PART order into one long-form document for reading
      * or printing the whole tutorial in one place:
      *   - a title page (series name, part count, authors, the
      *     span of publication dates, a link to the landing page)
      *   - a table of contents linked to each part's anchor
      *     (#part-N)
      *   - every part in order, its body rendered with the same
      *     lightweight markup rules COBLOG-SITE applies
      *   - an "About the authors" section from the --author-info=
      *     master, the same "name|bio|email|url" file COBLOG-SITE
      *     reads
      * Each edition is written as edition.html in the series
      * landing page directory (<output-dir>/series/<series-slug>/,
      * the directory COBLOG-SITE writes index.html into), so the
      * deploy manifest picks it up with the rest of the tree. All
      * editions share one print stylesheet, series/print.css,
      * rewritten on every run.
      *
      * A series whose live part numbers are not exactly 1..N - a
      * part missing (unpublished, still a draft, or never
      * written), two posts claiming one part number, or a post
      * with no part number - is refused: the problem is reported
      * on stderr, any edition left by an earlier run is removed so
      * a stale copy is not published either, and the run ends with
      * return code 1 once the good series have been written.
      * Translations (POST-XLATE-OF set) are left out, as in the
      * landing page's part list.
      *
      * The live series records are sorted by series, part, slug
      * and input sequence onto the SERIES-WORK disk file (the
      * decorate idea COBLOG-SORT's merge uses - the sequence keeps
      * each post's body lines in their original order), scanned
      * once for the part table, then read again to write the
      * editions.
      *
      * Usage: coblog-series <output-dir> [--config=<path>]
      *          [--author-info=<path>] < sorted-master
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
           SELECT OUTPUT-FILE ASSIGN TO WS-OUTPUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT SERWK-FILE ASSIGN TO WS-SERWK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERWK-STATUS.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT AUTHINFO-FILE ASSIGN TO WS-AUTHINFO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHINFO-STATUS.
           SELECT SERIES-SORT-FILE ASSIGN TO "SORT-SERIES".

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY POSTREC.

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD        PIC X(4096).

       FD SERWK-FILE.
       01 SERWK-RECORD.
           05 SW-SERIES        PIC X(40).
           05 SW-PART          PIC 9(3).
           05 SW-SLUG          PIC X(60).
           05 SW-SEQ           PIC 9(9).
           05 SW-POST          PIC X(2600).

       FD CONFIG-FILE.
       01 CONFIG-LINE          PIC X(256).

       FD AUTHINFO-FILE.
       01 AUTHINFO-LINE        PIC X(500).

       SD SERIES-SORT-FILE.
      * A live series post decorated with its series, part and
      * slug pulled out as sort keys, plus the input sequence
      * number so the body lines keep their order.
       01 SERIES-SORT-RECORD.
           05 SS-SERIES        PIC X(40).
           05 SS-PART          PIC 9(3).
           05 SS-SLUG          PIC X(60).
           05 SS-SEQ           PIC 9(9).
           05 SS-POST          PIC X(2600).

       WORKING-STORAGE SECTION.

      * Site-wide configuration (--config=<path>), the "key=value"
      * file shared with COBLOG-SITE - site title, stylesheet and
      * base URL come from here.
       01 WS-SITE-CONFIG.
           COPY SITECFG.
       01 WS-CONFIG-PATH       PIC X(256) VALUE SPACES.
       01 WS-CONFIG-STATUS     PIC XX VALUE SPACES.
       01 WS-GOT-CONFIG        PIC 9  VALUE 0.
       01 WS-CONFIG-KEY        PIC X(40) VALUE SPACES.
       01 WS-CONFIG-VALUE      PIC X(200) VALUE SPACES.
       01 WS-CONFIG-NUM        PIC 9(6) VALUE 0.
       01 WS-CONFIG-PTR        PIC 9(4) VALUE 1.

      * Author master (--author-info=<path>), loaded the same way
      * COBLOG-SITE loads it
       01 WS-AUTHINFO-PATH      PIC X(256) VALUE SPACES.
       01 WS-AUTHINFO-STATUS    PIC XX VALUE SPACES.
       01 WS-GOT-AUTHINFO       PIC 9  VALUE 0.
       01 WS-AUTHINFO-TABLE.
           05 WS-AUTHINFO-ENTRY OCCURS 50 TIMES.
               10 WS-AI-NAME    PIC X(40).
               10 WS-AI-BIO     PIC X(200).
               10 WS-AI-EMAIL   PIC X(80).
               10 WS-AI-URL     PIC X(120).
       01 WS-AUTHINFO-COUNT     PIC 99 VALUE 0.
       01 WS-AUTHINFO-I         PIC 99 VALUE 0.
       01 WS-CUR-AI             PIC 99 VALUE 0.

       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-OUTPUT-STATUS     PIC XX VALUE SPACES.
       01 WS-OUTPUT-DIR        PIC X(256) VALUE SPACES.
       01 WS-GOT-OUTPUT-DIR    PIC 9  VALUE 0.
       01 WS-OUTPUT-PATH       PIC X(512) VALUE SPACES.
       01 WS-MKDIR-CMD         PIC X(512) VALUE SPACES.
       01 WS-RM-CMD            PIC X(512) VALUE SPACES.
       01 WS-LINE              PIC X(4096) VALUE SPACES.

      * Per-run sort work file, the COBLOG-SORT naming scheme
       01 WS-WORK-SUFFIX       PIC X(16) VALUE SPACES.
       01 WS-SERWK-PATH        PIC X(100) VALUE SPACES.
       01 WS-SERWK-STATUS      PIC XX VALUE SPACES.

      * Stream pass - one live verdict per slug
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-KEEP-CURRENT      PIC 9  VALUE 0.
       01 WS-INPUT-SEQ         PIC 9(9) VALUE 0.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 1.
       01 WS-POST-EXPIRED      PIC 9  VALUE 0.

      * Part table - one entry per live part, in series/part order
      * straight off the sorted work file - and the series table
      * over it (first and last part entry, and the build verdict).
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 1000 TIMES.
               10 WS-PT-SERIES  PIC X(40).
               10 WS-PT-PART    PIC 9(3).
               10 WS-PT-SLUG    PIC X(60).
               10 WS-PT-TITLE   PIC X(120).
               10 WS-PT-AUTHOR  PIC X(40).
               10 WS-PT-DATE    PIC X(8).
       01 WS-PART-COUNT        PIC 9(4) VALUE 0.
       01 WS-PART-I            PIC 9(4) VALUE 0.
       01 WS-PART-FULL         PIC 9  VALUE 0.
       01 WS-SERIES-TABLE.
           05 WS-SERIES-ENTRY OCCURS 200 TIMES.
               10 WS-SR-NAME    PIC X(40).
               10 WS-SR-FIRST   PIC 9(4).
               10 WS-SR-LAST    PIC 9(4).
               10 WS-SR-OK      PIC 9.
       01 WS-SERIES-COUNT      PIC 9(4) VALUE 0.
       01 WS-SERIES-I          PIC 9(4) VALUE 0.
       01 WS-SCAN-SLUG         PIC X(60) VALUE SPACES.
       01 WS-SCAN-SERIES       PIC X(40) VALUE SPACES.
       01 WS-EXPECT-PART       PIC 9(4) VALUE 0.
       01 WS-PART-DISP         PIC ZZ9.
       01 WS-PART-DISP-2       PIC ZZ9.
       01 WS-PART-DISP-3       PIC ZZ9.
       01 WS-PART-COUNT-DISP   PIC ZZZ9.

      * Edition-writing pass
       01 WS-WRITING           PIC 9  VALUE 0.
       01 WS-IN-PART           PIC 9  VALUE 0.
       01 WS-CUR-SERIES        PIC X(40) VALUE SPACES.
       01 WS-CUR-PART-SLUG     PIC X(60) VALUE SPACES.
       01 WS-CSS-WRITTEN       PIC 9  VALUE 0.
       01 WS-ED-LANG           PIC X(5) VALUE SPACES.
       01 WS-ED-FIRST-DATE     PIC X(8) VALUE SPACES.
       01 WS-ED-LAST-DATE      PIC X(8) VALUE SPACES.
       01 WS-ED-PARTS          PIC 9(4) VALUE 0.
       01 WS-ED-PARTS-DISP     PIC ZZZ9.
       01 WS-DISP-DATE         PIC X(10) VALUE SPACES.
       01 WS-DISP-DATE-2       PIC X(10) VALUE SPACES.
       01 WS-ED-BYLINE         PIC X(1200) VALUE SPACES.
       01 WS-ED-PTR            PIC 9(4) VALUE 1.
       01 WS-ED-AUTHOR-TABLE.
           05 WS-ED-AUTHOR OCCURS 50 TIMES PIC X(40).
       01 WS-ED-AUTHOR-COUNT   PIC 99 VALUE 0.
       01 WS-ED-AUTHOR-I       PIC 99 VALUE 0.
       01 WS-ED-AUTHOR-FOUND   PIC 9  VALUE 0.

      * Fields of the record in hand, trimmed and escaped the way
      * COBLOG-SITE prepares them
       01 WS-TRIMMED-SERIES    PIC X(40)  VALUE SPACES.
       01 WS-TRIMMED-AUTHOR    PIC X(40)  VALUE SPACES.
       01 WS-TRIMMED-BODY      PIC X(200) VALUE SPACES.
       01 WS-TRIMMED-SPONSOR   PIC X(40)  VALUE SPACES.
       01 WS-HTML-SERIES       PIC X(250) VALUE SPACES.
       01 WS-HTML-TITLE        PIC X(250) VALUE SPACES.
       01 WS-HTML-AUTHOR       PIC X(100) VALUE SPACES.
       01 WS-HTML-SPONSOR      PIC X(250) VALUE SPACES.
       01 WS-HTML-BIO          PIC X(1200) VALUE SPACES.
       01 WS-HTML-SITE-TITLE   PIC X(250) VALUE SPACES.
       01 WS-SERIES-SLUG       PIC X(40)  VALUE SPACES.
       01 WS-SERIES-LEN        PIC 99 VALUE 0.
       01 WS-SERIES-CHAR-I     PIC 99 VALUE 0.
       01 WS-SERIES-ONE-CHAR   PIC X  VALUE SPACE.
       01 WS-AUTHOR-SLUG       PIC X(40) VALUE SPACES.
       01 WS-AUTHOR-LEN        PIC 99 VALUE 0.
       01 WS-AUTHOR-CHAR-I     PIC 99 VALUE 0.
       01 WS-AUTHOR-ONE-CHAR   PIC X  VALUE SPACE.
       01 WS-HESC-SRC          PIC X(200) VALUE SPACES.
       01 WS-HESC-OUT          PIC X(1200) VALUE SPACES.
       01 WS-HESC-LEN          PIC 999    VALUE 0.
       01 WS-HESC-PTR          PIC 9(4)   VALUE 1.
       01 WS-HESC-I            PIC 999    VALUE 0.
       01 WS-HESC-ONE-CHAR     PIC X      VALUE SPACE.

      * Body markup rendering - the same lightweight line-oriented
      * markup COBLOG-SITE renders: "# "/"## "/"### " headings,
      * "- " bulleted list items, ``` code fences, blank lines as
      * paragraph breaks, and inline **bold**, *emphasis*, `code`
      * and [text](url) links.
       01 WS-BODY-IN-CODE       PIC 9 VALUE 0.
       01 WS-BODY-IN-LIST       PIC 9 VALUE 0.
       01 WS-INL-SRC            PIC X(200) VALUE SPACES.
       01 WS-INL-OUT            PIC X(1100) VALUE SPACES.
       01 WS-INL-LEN            PIC 999  VALUE 0.
       01 WS-INL-I              PIC 9(4) VALUE 0.
       01 WS-INL-J              PIC 9(4) VALUE 0.
       01 WS-INL-K              PIC 9(4) VALUE 0.
       01 WS-INL-T              PIC 9(4) VALUE 0.
       01 WS-INL-PTR            PIC 9(4) VALUE 1.
       01 WS-INL-CHAR           PIC X    VALUE SPACE.
       01 WS-INL-EM             PIC 9    VALUE 0.
       01 WS-INL-STRONG         PIC 9    VALUE 0.
       01 WS-INL-CODESPAN       PIC 9    VALUE 0.
       01 WS-INL-TEXT-LEN       PIC 999  VALUE 0.
       01 WS-INL-URL-LEN        PIC 999  VALUE 0.
       01 WS-INL-OUTBOUND       PIC 9    VALUE 0.
       01 WS-INL-BASE-LEN       PIC 999  VALUE 0.

      * Audit counters
       01 WS-RECORDS-READ       PIC 9(6) VALUE 0.
       01 WS-RECORDS-READ-DISP  PIC ZZZZZ9.
       01 WS-BUILT-COUNT        PIC 9(4) VALUE 0.
       01 WS-BUILT-COUNT-DISP   PIC ZZZ9.
       01 WS-REFUSED-COUNT      PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT-DISP PIC ZZZ9.
       01 WS-PARTS-WRITTEN      PIC 9(6) VALUE 0.
       01 WS-PARTS-WRITTEN-DISP PIC ZZZZZ9.

      * Command line
       01 WS-ARGS              PIC X(512) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARSE-COMMAND-LINE

           IF WS-GOT-CONFIG = 1
               PERFORM LOAD-SITE-CONFIG
           END-IF
           IF WS-GOT-AUTHINFO = 1
               PERFORM LOAD-AUTHOR-INFO
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM BUILD-WORK-FILE-NAMES

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SERIES-SORT-FILE
               ON ASCENDING KEY SS-SERIES SS-PART SS-SLUG SS-SEQ
               INPUT PROCEDURE IS RELEASE-SERIES-RECORDS
               GIVING SERWK-FILE

           CLOSE INPUT-FILE

           PERFORM LOAD-PART-TABLE
           PERFORM CHECK-SERIES-PARTS
           PERFORM WRITE-EDITIONS

           MOVE SPACES TO WS-RM-CMD
           STRING "rm -f " FUNCTION TRIM(WS-SERWK-PATH)
               DELIMITED SIZE INTO WS-RM-CMD
           CALL "SYSTEM" USING WS-RM-CMD

           MOVE WS-RECORDS-READ TO WS-RECORDS-READ-DISP
           MOVE WS-BUILT-COUNT TO WS-BUILT-COUNT-DISP
           MOVE WS-REFUSED-COUNT TO WS-REFUSED-COUNT-DISP
           MOVE WS-PARTS-WRITTEN TO WS-PARTS-WRITTEN-DISP
           DISPLAY "COBLOG-SERIES: records-read="
               FUNCTION TRIM(WS-RECORDS-READ-DISP)
               " editions=" FUNCTION TRIM(WS-BUILT-COUNT-DISP)
               " parts=" FUNCTION TRIM(WS-PARTS-WRITTEN-DISP)
               " refused=" FUNCTION TRIM(WS-REFUSED-COUNT-DISP)
               UPON SYSERR

           IF WS-REFUSED-COUNT > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       PARSE-COMMAND-LINE.
           MOVE "./out" TO WS-OUTPUT-DIR
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
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--config="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-CONFIG-PATH
                   MOVE 1 TO WS-GOT-CONFIG
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:14) = "--author-info="
                       MOVE WS-ARG-ENTRY(WS-ARG-I)(15:)
                           TO WS-AUTHINFO-PATH
                       MOVE 1 TO WS-GOT-AUTHINFO
                   ELSE
                       IF WS-ARG-ENTRY(WS-ARG-I)(1:2) NOT = "--"
                           AND WS-GOT-OUTPUT-DIR = 0
                           MOVE WS-ARG-ENTRY(WS-ARG-I)
                               TO WS-OUTPUT-DIR
                           MOVE 1 TO WS-GOT-OUTPUT-DIR
                       ELSE
                           DISPLAY "COBLOG-SERIES: unrecognized "
                               "argument '"
                               FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I))
                               "' ignored"
                               UPON SYSERR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUILD-WORK-FILE-NAMES.
      * Per-run timestamped work-file name (down to hundredths of a
      * second), so two runs can never share one.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-WORK-SUFFIX
           MOVE SPACES TO WS-SERWK-PATH
           STRING "SERIES-WORK-" WS-WORK-SUFFIX
               DELIMITED SIZE INTO WS-SERWK-PATH.

       LOAD-SITE-CONFIG.
      * Read the --config= file, one "key=value" pair per line, the
      * same loader COBLOG-SITE uses, so every generator can share
      * one config file. Keys this program has no use for are still
      * accepted quietly; only unknown keys are reported on stderr.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               DISPLAY "COBLOG-SERIES: cannot open config file "
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
                       DISPLAY "COBLOG-SERIES: config page-size out "
                           "of range, ignored" UPON SYSERR
                   END-IF
               WHEN "reading-wpm"
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CONFIG-NUM
                   IF WS-CONFIG-NUM > 0 AND WS-CONFIG-NUM < 1000
                       MOVE WS-CONFIG-NUM TO WS-CFG-READING-WPM
                   ELSE
                       DISPLAY "COBLOG-SERIES: config reading-wpm "
                           "out of range, ignored" UPON SYSERR
                   END-IF
               WHEN "max-urls"
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CONFIG-NUM
                   IF WS-CONFIG-NUM > 0
                       MOVE WS-CONFIG-NUM TO WS-CFG-URL-THRESHOLD
                   ELSE
                       DISPLAY "COBLOG-SERIES: config max-urls out "
                           "of range, ignored" UPON SYSERR
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
                   DISPLAY "COBLOG-SERIES: unrecognized config key '"
                       FUNCTION TRIM(WS-CONFIG-KEY) "' ignored"
                       UPON SYSERR
           END-EVALUATE.

       LOAD-AUTHOR-INFO.
      * Read the --author-info= master file, one
      * "name|bio|email|url" line per author, as COBLOG-SITE does.
           OPEN INPUT AUTHINFO-FILE
           IF WS-AUTHINFO-STATUS NOT = "00"
               DISPLAY "COBLOG-SERIES: cannot open author master "
                   FUNCTION TRIM(WS-AUTHINFO-PATH)
                   " (status " WS-AUTHINFO-STATUS ")"
                   UPON SYSERR
           ELSE
               PERFORM UNTIL 1 = 0
                   READ AUTHINFO-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM STORE-AUTHINFO-LINE
                   END-READ
               END-PERFORM
               CLOSE AUTHINFO-FILE
           END-IF.

       STORE-AUTHINFO-LINE.
           IF FUNCTION TRIM(AUTHINFO-LINE) = SPACES
               OR AUTHINFO-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTHINFO-COUNT < 50
               ADD 1 TO WS-AUTHINFO-COUNT
               UNSTRING AUTHINFO-LINE DELIMITED BY "|"
                   INTO WS-AI-NAME(WS-AUTHINFO-COUNT)
                        WS-AI-BIO(WS-AUTHINFO-COUNT)
                        WS-AI-EMAIL(WS-AUTHINFO-COUNT)
                        WS-AI-URL(WS-AUTHINFO-COUNT)
               END-UNSTRING
           ELSE
               DISPLAY "COBLOG-SERIES: WARNING - author master "
                   "ceiling (50) reached, excess entries dropped"
                   UPON SYSERR
           END-IF.

       FIND-AUTHOR-INFO.
      * WS-TRIMMED-AUTHOR in -> WS-CUR-AI out (zero when no master
      * entry was loaded for the name).
           MOVE 0 TO WS-CUR-AI
           PERFORM VARYING WS-AUTHINFO-I FROM 1 BY 1
               UNTIL WS-AUTHINFO-I > WS-AUTHINFO-COUNT
               IF FUNCTION TRIM(WS-AI-NAME(WS-AUTHINFO-I))
                   = FUNCTION TRIM(WS-TRIMMED-AUTHOR)
                   MOVE WS-AUTHINFO-I TO WS-CUR-AI
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RELEASE-SERIES-RECORDS.
      * Sort input procedure: every body line of a live, original-
      * language post that belongs to a series goes to the sort.
           PERFORM UNTIL 1 = 0
               READ INPUT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM RELEASE-ONE-RECORD
               END-READ
           END-PERFORM.

       RELEASE-ONE-RECORD.
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG NOT = WS-CURRENT-SLUG
               MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG
               MOVE 0 TO WS-KEEP-CURRENT
               IF POST-SERIES NOT = SPACES
                   AND POST-XLATE-OF = SPACES
                   PERFORM CHECK-POST-LIVE
                   IF WS-POST-LIVE = 1
                       MOVE 1 TO WS-KEEP-CURRENT
                   END-IF
               END-IF
           END-IF
           IF WS-KEEP-CURRENT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INPUT-SEQ
           MOVE FUNCTION TRIM(POST-SERIES) TO SS-SERIES
           IF POST-PART NUMERIC
               MOVE POST-PART TO SS-PART
           ELSE
               MOVE 0 TO SS-PART
           END-IF
           MOVE WS-TRIMMED-SLUG TO SS-SLUG
           MOVE WS-INPUT-SEQ TO SS-SEQ
           MOVE INPUT-RECORD TO SS-POST
           RELEASE SERIES-SORT-RECORD.

       CHECK-POST-LIVE.
      * A post is live (it goes in the edition) unless it is still
      * a DRAFT or in REVIEW, is a standalone PAGE, or is SCHEDULED
      * for later than the run. A blank POST-STATUS means LIVE,
      * same as COBLOG-SITE.
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

       LOAD-PART-TABLE.
      * First pass over the sorted work file: one part entry per
      * slug, and one series entry per run of a series name.
           OPEN INPUT SERWK-FILE
           IF WS-SERWK-STATUS NOT = "00"
               DISPLAY "COBLOG-SERIES: cannot open work file "
                   FUNCTION TRIM(WS-SERWK-PATH)
                   " (status " WS-SERWK-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SCAN-SLUG
           MOVE SPACES TO WS-SCAN-SERIES
           PERFORM UNTIL 1 = 0
               READ SERWK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM STORE-PART-ENTRY
               END-READ
           END-PERFORM
           CLOSE SERWK-FILE.

       STORE-PART-ENTRY.
           IF SW-SERIES = WS-SCAN-SERIES AND SW-SLUG = WS-SCAN-SLUG
               EXIT PARAGRAPH
           END-IF
           IF WS-PART-FULL = 1
               EXIT PARAGRAPH
           END-IF
           IF SW-SERIES NOT = WS-SCAN-SERIES
               IF WS-SERIES-COUNT >= 200
                   DISPLAY "COBLOG-SERIES: WARNING - series ceiling "
                       "(200) reached, series from '"
                       FUNCTION TRIM(SW-SERIES)
                       "' on are not compiled"
                       UPON SYSERR
                   MOVE 1 TO WS-PART-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PART-COUNT >= 1000
      * A series cut short by the ceiling would look like it had a
      * gap - it is refused outright instead.
               DISPLAY "COBLOG-SERIES: WARNING - part ceiling "
                   "(1000) reached, series from '"
                   FUNCTION TRIM(SW-SERIES)
                   "' on are not compiled"
                   UPON SYSERR
               MOVE 1 TO WS-PART-FULL
               IF SW-SERIES = WS-SCAN-SERIES
                   MOVE 9 TO WS-SR-OK(WS-SERIES-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SW-POST TO INPUT-RECORD
           ADD 1 TO WS-PART-COUNT
           MOVE SW-SERIES TO WS-PT-SERIES(WS-PART-COUNT)
           MOVE SW-PART TO WS-PT-PART(WS-PART-COUNT)
           MOVE SW-SLUG TO WS-PT-SLUG(WS-PART-COUNT)
           MOVE FUNCTION TRIM(POST-TITLE)
               TO WS-PT-TITLE(WS-PART-COUNT)
           MOVE FUNCTION TRIM(POST-AUTHOR)
               TO WS-PT-AUTHOR(WS-PART-COUNT)
           MOVE POST-DATE TO WS-PT-DATE(WS-PART-COUNT)
           IF SW-SERIES NOT = WS-SCAN-SERIES
               ADD 1 TO WS-SERIES-COUNT
               MOVE SW-SERIES TO WS-SR-NAME(WS-SERIES-COUNT)
               MOVE WS-PART-COUNT TO WS-SR-FIRST(WS-SERIES-COUNT)
               MOVE 1 TO WS-SR-OK(WS-SERIES-COUNT)
           END-IF
           MOVE WS-PART-COUNT TO WS-SR-LAST(WS-SERIES-COUNT)
           MOVE SW-SERIES TO WS-SCAN-SERIES
           MOVE SW-SLUG TO WS-SCAN-SLUG.

       CHECK-SERIES-PARTS.
      * A series is built only when its live parts run 1, 2, ...
      * N with no part missing and none claimed twice. Every
      * problem found is reported, not just the first.
           PERFORM VARYING WS-SERIES-I FROM 1 BY 1
               UNTIL WS-SERIES-I > WS-SERIES-COUNT
               IF WS-SR-OK(WS-SERIES-I) = 9
                   DISPLAY "COBLOG-SERIES: series '"
                       FUNCTION TRIM(WS-SR-NAME(WS-SERIES-I))
                       "' refused - cut short by the part ceiling"
                       UPON SYSERR
                   MOVE 0 TO WS-SR-OK(WS-SERIES-I)
               ELSE
                   PERFORM CHECK-ONE-SERIES-PARTS
               END-IF
               IF WS-SR-OK(WS-SERIES-I) = 0
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
           END-PERFORM.

       CHECK-ONE-SERIES-PARTS.
           MOVE 1 TO WS-EXPECT-PART
           PERFORM VARYING WS-PART-I FROM WS-SR-FIRST(WS-SERIES-I)
               BY 1 UNTIL WS-PART-I > WS-SR-LAST(WS-SERIES-I)
               MOVE WS-PT-PART(WS-PART-I) TO WS-PART-DISP
               EVALUATE TRUE
                   WHEN WS-PT-PART(WS-PART-I) = 0
                       DISPLAY "COBLOG-SERIES: series '"
                           FUNCTION TRIM(WS-SR-NAME(WS-SERIES-I))
                           "' - post '"
                           FUNCTION TRIM(WS-PT-SLUG(WS-PART-I))
                           "' has no part number"
                           UPON SYSERR
                       MOVE 0 TO WS-SR-OK(WS-SERIES-I)
                   WHEN WS-PT-PART(WS-PART-I) < WS-EXPECT-PART
                       DISPLAY "COBLOG-SERIES: series '"
                           FUNCTION TRIM(WS-SR-NAME(WS-SERIES-I))
                           "' - part "
                           FUNCTION TRIM(WS-PART-DISP)
                           " claimed twice ('"
                           FUNCTION TRIM(WS-PT-SLUG(WS-PART-I - 1))
                           "' and '"
                           FUNCTION TRIM(WS-PT-SLUG(WS-PART-I))
                           "')"
                           UPON SYSERR
                       MOVE 0 TO WS-SR-OK(WS-SERIES-I)
                   WHEN WS-PT-PART(WS-PART-I) > WS-EXPECT-PART
                       MOVE WS-EXPECT-PART TO WS-PART-DISP-2
                       COMPUTE WS-PART-DISP-3 =
                           WS-PT-PART(WS-PART-I) - 1
                       IF WS-PT-PART(WS-PART-I) = WS-EXPECT-PART + 1
                           DISPLAY "COBLOG-SERIES: series '"
                               FUNCTION TRIM(WS-SR-NAME(WS-SERIES-I))
                               "' is missing part "
                               FUNCTION TRIM(WS-PART-DISP-2)
                               " (part " FUNCTION TRIM(WS-PART-DISP)
                               " '"
                               FUNCTION TRIM(WS-PT-SLUG(WS-PART-I))
                               "' follows it)"
                               UPON SYSERR
                       ELSE
                           DISPLAY "COBLOG-SERIES: series '"
                               FUNCTION TRIM(WS-SR-NAME(WS-SERIES-I))
                               "' is missing parts "
                               FUNCTION TRIM(WS-PART-DISP-2)
                               " to " FUNCTION TRIM(WS-PART-DISP-3)
                               " (part " FUNCTION TRIM(WS-PART-DISP)
                               " '"
                               FUNCTION TRIM(WS-PT-SLUG(WS-PART-I))
                               "' follows them)"
                               UPON SYSERR
                       END-IF
                       MOVE 0 TO WS-SR-OK(WS-SERIES-I)
                       COMPUTE WS-EXPECT-PART =
                           WS-PT-PART(WS-PART-I) + 1
                   WHEN OTHER
                       ADD 1 TO WS-EXPECT-PART
               END-EVALUATE
           END-PERFORM.

       WRITE-EDITIONS.
      * Second pass: the work file again, in the same series order
      * as the series table. A refused series has the edition an
      * earlier run left removed, so the deploy manifest lists it
      * for deletion instead of publishing a stale copy.
           PERFORM VARYING WS-SERIES-I FROM 1 BY 1
               UNTIL WS-SERIES-I > WS-SERIES-COUNT
               IF WS-SR-OK(WS-SERIES-I) = 0
                   PERFORM REMOVE-STALE-EDITION
               END-IF
           END-PERFORM

           OPEN INPUT SERWK-FILE
           IF WS-SERWK-STATUS NOT = "00"
               DISPLAY "COBLOG-SERIES: cannot open work file "
                   FUNCTION TRIM(WS-SERWK-PATH)
                   " (status " WS-SERWK-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-SERIES-I
           MOVE SPACES TO WS-CUR-SERIES
           PERFORM UNTIL 1 = 0
               READ SERWK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM WRITE-EDITION-RECORD
               END-READ
           END-PERFORM
           IF WS-WRITING = 1
               PERFORM CLOSE-EDITION
           END-IF
           CLOSE SERWK-FILE.

       WRITE-EDITION-RECORD.
      * The series table holds the series in work-file order, so
      * each change of series name steps to the next entry. A
      * series past the table ceiling has no entry and is skipped.
           IF SW-SERIES NOT = WS-CUR-SERIES
               IF WS-WRITING = 1
                   PERFORM CLOSE-EDITION
               END-IF
               MOVE SW-SERIES TO WS-CUR-SERIES
               MOVE SPACES TO WS-CUR-PART-SLUG
               ADD 1 TO WS-SERIES-I
               MOVE 0 TO WS-WRITING
               IF WS-SERIES-I <= WS-SERIES-COUNT
                   IF WS-SR-NAME(WS-SERIES-I) = SW-SERIES
                       AND WS-SR-OK(WS-SERIES-I) = 1
                       MOVE SW-POST TO INPUT-RECORD
                       PERFORM OPEN-EDITION
                   END-IF
               END-IF
           END-IF
           IF WS-WRITING = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SW-POST TO INPUT-RECORD
           IF SW-SLUG NOT = WS-CUR-PART-SLUG
               IF WS-IN-PART = 1
                   PERFORM CLOSE-PART-ARTICLE
               END-IF
               MOVE SW-SLUG TO WS-CUR-PART-SLUG
               PERFORM OPEN-PART-ARTICLE
           END-IF
           MOVE FUNCTION TRIM(POST-BODY-LINE) TO WS-TRIMMED-BODY
           MOVE FUNCTION TRIM(POST-SPONSOR) TO WS-TRIMMED-SPONSOR
           PERFORM RENDER-BODY-LINE.

       REMOVE-STALE-EDITION.
           MOVE WS-SR-NAME(WS-SERIES-I) TO WS-TRIMMED-SERIES
           PERFORM SLUGIFY-SERIES
           MOVE SPACES TO WS-RM-CMD
           STRING "rm -f "
               FUNCTION TRIM(WS-OUTPUT-DIR)
               "/series/" FUNCTION TRIM(WS-SERIES-SLUG)
               "/edition.html"
               DELIMITED SIZE INTO WS-RM-CMD
           CALL "SYSTEM" USING WS-RM-CMD.

       WRITE-PRINT-STYLESHEET.
      * The one stylesheet every edition links, so all of them
      * read and print alike: a book-like measure on screen, and
      * on paper a page break before the contents, each part and
      * the author notes, with link targets spelled out.
           MOVE SPACES TO WS-MKDIR-CMD
           STRING "mkdir -p "
               FUNCTION TRIM(WS-OUTPUT-DIR) "/series"
               DELIMITED SIZE INTO WS-MKDIR-CMD
           CALL "SYSTEM" USING WS-MKDIR-CMD

           MOVE SPACES TO WS-OUTPUT-PATH
           STRING FUNCTION TRIM(WS-OUTPUT-DIR) "/series/print.css"
               DELIMITED SIZE INTO WS-OUTPUT-PATH
           OPEN OUTPUT OUTPUT-FILE
           IF WS-OUTPUT-STATUS NOT = "00"
               DISPLAY "COBLOG-SERIES: cannot write "
                   FUNCTION TRIM(WS-OUTPUT-PATH)
                   " (status " WS-OUTPUT-STATUS ")"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CSS-WRITTEN

           MOVE "body.series-edition { max-width: 40em; margin: 0 auto;"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  font-family: Georgia, 'Times New Roman', serif;"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  line-height: 1.6; }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ".title-page { text-align: center; padding: 6em 0; }"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ".title-page h1 { font-size: 2.4em; margin: 0.5em 0; }"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ".toc ol { padding-left: 1.5em; }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ".part-number { text-transform: uppercase;"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  letter-spacing: 0.1em; font-size: 0.85em; }"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "pre { white-space: pre-wrap; font-size: 0.85em; }"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "@page { margin: 2cm; }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "@media print {" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  body.series-edition { max-width: none;"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "    font-size: 11pt; }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  .toc, .part, .about-authors { break-before: page;"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "    page-break-before: always; }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  h1, h2, h3, h4 { break-after: avoid;"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "    page-break-after: avoid; }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  pre, figure { break-inside: avoid;"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "    page-break-inside: avoid; }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  a { color: inherit; text-decoration: none; }"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  .part a[href^='http']::after {" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "    content: ' (' attr(href) ')'; font-size: 0.8em; }"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "  .online-link { display: none; }" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "}" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUTPUT-FILE.

       OPEN-EDITION.
      * INPUT-RECORD holds the series' first record. Gather the
      * edition facts from the part table, then write the head,
      * the title page and the table of contents.
           IF WS-CSS-WRITTEN = 0
               PERFORM WRITE-PRINT-STYLESHEET
           END-IF

           MOVE WS-SR-NAME(WS-SERIES-I) TO WS-TRIMMED-SERIES
           PERFORM SLUGIFY-SERIES
           MOVE WS-TRIMMED-SERIES TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-SERIES
           MOVE WS-CFG-SITE-TITLE TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-SITE-TITLE
           IF POST-LANG = SPACES
               MOVE "en" TO WS-ED-LANG
           ELSE
               MOVE FUNCTION TRIM(POST-LANG) TO WS-ED-LANG
           END-IF
           PERFORM COLLECT-EDITION-FACTS

           MOVE SPACES TO WS-MKDIR-CMD
           STRING "mkdir -p "
               FUNCTION TRIM(WS-OUTPUT-DIR)
               "/series/" FUNCTION TRIM(WS-SERIES-SLUG)
               DELIMITED SIZE INTO WS-MKDIR-CMD
           CALL "SYSTEM" USING WS-MKDIR-CMD

           MOVE SPACES TO WS-OUTPUT-PATH
           STRING FUNCTION TRIM(WS-OUTPUT-DIR)
               "/series/" FUNCTION TRIM(WS-SERIES-SLUG)
               "/edition.html"
               DELIMITED SIZE INTO WS-OUTPUT-PATH
           OPEN OUTPUT OUTPUT-FILE
           IF WS-OUTPUT-STATUS NOT = "00"
               DISPLAY "COBLOG-SERIES: cannot write "
                   FUNCTION TRIM(WS-OUTPUT-PATH)
                   " (status " WS-OUTPUT-STATUS ")"
                   UPON SYSERR
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WRITING
           MOVE 0 TO WS-IN-PART

           MOVE "<!DOCTYPE html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<html lang='" FUNCTION TRIM(WS-ED-LANG) "'>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<head>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<meta charset='utf-8'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<meta name='viewport' content="
               "'width=device-width, initial-scale=1'>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<title>"
               FUNCTION TRIM(WS-HTML-SERIES)
               " - the complete series - "
               FUNCTION TRIM(WS-HTML-SITE-TITLE)
               "</title>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<meta name='description' content='All "
               FUNCTION TRIM(WS-ED-PARTS-DISP)
               " parts of " FUNCTION TRIM(WS-HTML-SERIES)
               " in one document.'>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<link rel='stylesheet' href='"
               FUNCTION TRIM(WS-CFG-CSS-HREF) "'>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<link rel='stylesheet' href='/series/print.css'>"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</head>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<body class='series-edition'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           PERFORM WRITE-TITLE-PAGE
           PERFORM WRITE-TABLE-OF-CONTENTS.

       COLLECT-EDITION-FACTS.
      * Part count, publication date span and the distinct authors
      * (in part order) of the series at WS-SERIES-I.
           COMPUTE WS-ED-PARTS = WS-SR-LAST(WS-SERIES-I)
               - WS-SR-FIRST(WS-SERIES-I) + 1
           MOVE WS-ED-PARTS TO WS-ED-PARTS-DISP
           MOVE HIGH-VALUES TO WS-ED-FIRST-DATE
           MOVE LOW-VALUES TO WS-ED-LAST-DATE
           MOVE 0 TO WS-ED-AUTHOR-COUNT
           PERFORM VARYING WS-PART-I FROM WS-SR-FIRST(WS-SERIES-I)
               BY 1 UNTIL WS-PART-I > WS-SR-LAST(WS-SERIES-I)
               IF WS-PT-DATE(WS-PART-I) < WS-ED-FIRST-DATE
                   MOVE WS-PT-DATE(WS-PART-I) TO WS-ED-FIRST-DATE
               END-IF
               IF WS-PT-DATE(WS-PART-I) > WS-ED-LAST-DATE
                   MOVE WS-PT-DATE(WS-PART-I) TO WS-ED-LAST-DATE
               END-IF
               MOVE 0 TO WS-ED-AUTHOR-FOUND
               PERFORM VARYING WS-ED-AUTHOR-I FROM 1 BY 1
                   UNTIL WS-ED-AUTHOR-I > WS-ED-AUTHOR-COUNT
                   IF WS-ED-AUTHOR(WS-ED-AUTHOR-I)
                       = WS-PT-AUTHOR(WS-PART-I)
                       MOVE 1 TO WS-ED-AUTHOR-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-ED-AUTHOR-FOUND = 0
                   AND WS-PT-AUTHOR(WS-PART-I) NOT = SPACES
                   AND WS-ED-AUTHOR-COUNT < 50
                   ADD 1 TO WS-ED-AUTHOR-COUNT
                   MOVE WS-PT-AUTHOR(WS-PART-I)
                       TO WS-ED-AUTHOR(WS-ED-AUTHOR-COUNT)
               END-IF
           END-PERFORM.

       WRITE-TITLE-PAGE.
           MOVE "<section class='title-page'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<p class='site-title'>"
               FUNCTION TRIM(WS-HTML-SITE-TITLE) "</p>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<h1>" FUNCTION TRIM(WS-HTML-SERIES) "</h1>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           IF WS-ED-PARTS = 1
               STRING "<p class='subtitle'>The complete series "
                   "in one part</p>"
                   DELIMITED SIZE INTO WS-LINE
           ELSE
               STRING "<p class='subtitle'>The complete series in "
                   FUNCTION TRIM(WS-ED-PARTS-DISP) " parts</p>"
                   DELIMITED SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-ED-AUTHOR-COUNT > 0
               PERFORM BUILD-EDITION-BYLINE
               MOVE SPACES TO WS-LINE
               STRING "<p class='byline'>by "
                   WS-ED-BYLINE(1:WS-ED-PTR - 1) "</p>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           MOVE WS-ED-FIRST-DATE(1:4) TO WS-DISP-DATE(1:4)
           MOVE "-" TO WS-DISP-DATE(5:1)
           MOVE WS-ED-FIRST-DATE(5:2) TO WS-DISP-DATE(6:2)
           MOVE "-" TO WS-DISP-DATE(8:1)
           MOVE WS-ED-FIRST-DATE(7:2) TO WS-DISP-DATE(9:2)
           MOVE WS-ED-LAST-DATE(1:4) TO WS-DISP-DATE-2(1:4)
           MOVE "-" TO WS-DISP-DATE-2(5:1)
           MOVE WS-ED-LAST-DATE(5:2) TO WS-DISP-DATE-2(6:2)
           MOVE "-" TO WS-DISP-DATE-2(8:1)
           MOVE WS-ED-LAST-DATE(7:2) TO WS-DISP-DATE-2(9:2)
           MOVE SPACES TO WS-LINE
           IF WS-ED-FIRST-DATE = WS-ED-LAST-DATE
               STRING "<p class='dates'>Published "
                   WS-DISP-DATE "</p>"
                   DELIMITED SIZE INTO WS-LINE
           ELSE
               STRING "<p class='dates'>Published "
                   WS-DISP-DATE " to " WS-DISP-DATE-2 "</p>"
                   DELIMITED SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<p class='online-link'><a href='/series/"
               FUNCTION TRIM(WS-SERIES-SLUG)
               "/'>Read the series online</a></p>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</section>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       BUILD-EDITION-BYLINE.
      * "A", "A and B", "A, B and C" - escaped author names into
      * WS-ED-BYLINE, WS-ED-PTR one past the end.
           MOVE SPACES TO WS-ED-BYLINE
           MOVE 1 TO WS-ED-PTR
           PERFORM VARYING WS-ED-AUTHOR-I FROM 1 BY 1
               UNTIL WS-ED-AUTHOR-I > WS-ED-AUTHOR-COUNT
               IF WS-ED-AUTHOR-I > 1
                   IF WS-ED-AUTHOR-I = WS-ED-AUTHOR-COUNT
                       STRING " and " DELIMITED SIZE
                           INTO WS-ED-BYLINE
                           WITH POINTER WS-ED-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   ELSE
                       STRING ", " DELIMITED SIZE
                           INTO WS-ED-BYLINE
                           WITH POINTER WS-ED-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
               END-IF
               MOVE WS-ED-AUTHOR(WS-ED-AUTHOR-I) TO WS-HESC-SRC
               PERFORM ESCAPE-FOR-HTML
               STRING FUNCTION TRIM(WS-HESC-OUT) DELIMITED SIZE
                   INTO WS-ED-BYLINE
                   WITH POINTER WS-ED-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM.

       WRITE-TABLE-OF-CONTENTS.
      * One entry per part, linked to the part's #part-N anchor;
      * the author goes beside each entry when the parts have more
      * than one between them.
           MOVE "<nav class='toc'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<h2>Contents</h2>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<ol>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-PART-I FROM WS-SR-FIRST(WS-SERIES-I)
               BY 1 UNTIL WS-PART-I > WS-SR-LAST(WS-SERIES-I)
               MOVE WS-PT-PART(WS-PART-I) TO WS-PART-DISP
               MOVE WS-PT-TITLE(WS-PART-I) TO WS-HESC-SRC
               PERFORM ESCAPE-FOR-HTML
               MOVE WS-HESC-OUT TO WS-HTML-TITLE
               MOVE SPACES TO WS-LINE
               IF WS-ED-AUTHOR-COUNT > 1
                   MOVE WS-PT-AUTHOR(WS-PART-I) TO WS-HESC-SRC
                   PERFORM ESCAPE-FOR-HTML
                   STRING "<li><a href='#part-"
                       FUNCTION TRIM(WS-PART-DISP) "'>"
                       FUNCTION TRIM(WS-HTML-TITLE)
                       "</a> &mdash; "
                       FUNCTION TRIM(WS-HESC-OUT) "</li>"
                       DELIMITED SIZE INTO WS-LINE
               ELSE
                   STRING "<li><a href='#part-"
                       FUNCTION TRIM(WS-PART-DISP) "'>"
                       FUNCTION TRIM(WS-HTML-TITLE)
                       "</a></li>"
                       DELIMITED SIZE INTO WS-LINE
               END-IF
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-PERFORM
           MOVE SPACES TO WS-LINE
           IF WS-ED-AUTHOR-COUNT > 1
               STRING "<li><a href='#about-authors'>"
                   "About the authors</a></li>"
                   DELIMITED SIZE INTO WS-LINE
           ELSE
               STRING "<li><a href='#about-authors'>"
                   "About the author</a></li>"
                   DELIMITED SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</ol>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</nav>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       OPEN-PART-ARTICLE.
      * INPUT-RECORD holds the part's first record.
           MOVE 1 TO WS-IN-PART
           MOVE 0 TO WS-BODY-IN-CODE
           MOVE 0 TO WS-BODY-IN-LIST
           MOVE SW-PART TO WS-PART-DISP
           MOVE FUNCTION TRIM(POST-TITLE) TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-TITLE
           MOVE FUNCTION TRIM(POST-AUTHOR) TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-AUTHOR
           MOVE POST-DATE(1:4) TO WS-DISP-DATE(1:4)
           MOVE "-" TO WS-DISP-DATE(5:1)
           MOVE POST-DATE(5:2) TO WS-DISP-DATE(6:2)
           MOVE "-" TO WS-DISP-DATE(8:1)
           MOVE POST-DATE(7:2) TO WS-DISP-DATE(9:2)

           MOVE SPACES TO WS-LINE
           STRING "<article class='part' id='part-"
               FUNCTION TRIM(WS-PART-DISP) "'>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<header>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<p class='part-number'>Part "
               FUNCTION TRIM(WS-PART-DISP)
               " of " FUNCTION TRIM(WS-ED-PARTS-DISP) "</p>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<h1>" FUNCTION TRIM(WS-HTML-TITLE) "</h1>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<p class='byline'>By "
               FUNCTION TRIM(WS-HTML-AUTHOR)
               " &middot; " WS-DISP-DATE
               "<span class='online-link'> &middot; <a href='/"
               FUNCTION TRIM(SW-SLUG)
               "/'>Read online</a></span></p>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</header>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      * A sponsored part carries the same disclosure as its page
           IF POST-SPONSOR NOT = SPACES
               MOVE FUNCTION TRIM(POST-SPONSOR) TO WS-HESC-SRC
               PERFORM ESCAPE-FOR-HTML
               MOVE WS-HESC-OUT TO WS-HTML-SPONSOR
               MOVE SPACES TO WS-LINE
               STRING "<div class='sponsor-disclosure'>Sponsored "
                   "content &mdash; this post was paid for by "
                   FUNCTION TRIM(WS-HTML-SPONSOR) ".</div>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF.

       CLOSE-PART-ARTICLE.
           PERFORM CLOSE-OPEN-BODY-BLOCKS
           MOVE "</article>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-IN-PART
           ADD 1 TO WS-PARTS-WRITTEN.

       CLOSE-EDITION.
           IF WS-IN-PART = 1
               PERFORM CLOSE-PART-ARTICLE
           END-IF
           PERFORM WRITE-ABOUT-AUTHORS
           MOVE SPACES TO WS-LINE
           STRING "<footer class='colophon'><p>"
               FUNCTION TRIM(WS-HTML-SITE-TITLE)
               " &middot; compiled "
               FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               "</p></footer>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</body>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUTPUT-FILE
           MOVE 0 TO WS-WRITING
           ADD 1 TO WS-BUILT-COUNT.

       WRITE-ABOUT-AUTHORS.
      * One bio block per author of the series, from the author
      * master; an author with no master entry is still named.
           MOVE "<section class='about-authors' id='about-authors'>"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-ED-AUTHOR-COUNT > 1
               MOVE "<h2>About the authors</h2>" TO OUTPUT-RECORD
           ELSE
               MOVE "<h2>About the author</h2>" TO OUTPUT-RECORD
           END-IF
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-ED-AUTHOR-I FROM 1 BY 1
               UNTIL WS-ED-AUTHOR-I > WS-ED-AUTHOR-COUNT
               MOVE WS-ED-AUTHOR(WS-ED-AUTHOR-I) TO WS-TRIMMED-AUTHOR
               PERFORM SLUGIFY-AUTHOR
               MOVE WS-TRIMMED-AUTHOR TO WS-HESC-SRC
               PERFORM ESCAPE-FOR-HTML
               MOVE WS-HESC-OUT TO WS-HTML-AUTHOR
               PERFORM FIND-AUTHOR-INFO
               IF WS-CUR-AI > 0
                   PERFORM WRITE-AUTHOR-BIO-BOX
               ELSE
                   MOVE SPACES TO WS-LINE
                   STRING "<div class='author-bio'><p>"
                       "<a href='/authors/"
                       FUNCTION TRIM(WS-AUTHOR-SLUG)
                       "/'><strong>"
                       FUNCTION TRIM(WS-HTML-AUTHOR)
                       "</strong></a></p></div>"
                       DELIMITED SIZE INTO WS-LINE
                   MOVE WS-LINE TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM
           MOVE "</section>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-AUTHOR-BIO-BOX.
      * Bio block for the author master entry at WS-CUR-AI, the
      * same block COBLOG-SITE puts on the author archive page.
      * WS-HTML-AUTHOR and WS-AUTHOR-SLUG must already be set.
           MOVE "<div class='author-bio'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-AI-BIO(WS-CUR-AI) TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-BIO
           MOVE SPACES TO WS-LINE
           STRING "<p><a href='/authors/"
               FUNCTION TRIM(WS-AUTHOR-SLUG)
               "/'><strong>"
               FUNCTION TRIM(WS-HTML-AUTHOR)
               "</strong></a> &mdash; "
               FUNCTION TRIM(WS-HTML-BIO)
               "</p>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-AI-EMAIL(WS-CUR-AI) NOT = SPACES
               OR WS-AI-URL(WS-CUR-AI) NOT = SPACES
               MOVE SPACES TO WS-LINE
               IF WS-AI-EMAIL(WS-CUR-AI) NOT = SPACES
                   AND WS-AI-URL(WS-CUR-AI) NOT = SPACES
                   STRING "<p><a href='mailto:"
                       FUNCTION TRIM(WS-AI-EMAIL(WS-CUR-AI))
                       "'>Email</a> &middot; <a href='"
                       FUNCTION TRIM(WS-AI-URL(WS-CUR-AI))
                       "'>Website</a></p>"
                       DELIMITED SIZE INTO WS-LINE
               ELSE
                   IF WS-AI-EMAIL(WS-CUR-AI) NOT = SPACES
                       STRING "<p><a href='mailto:"
                           FUNCTION TRIM(WS-AI-EMAIL(WS-CUR-AI))
                           "'>Email</a></p>"
                           DELIMITED SIZE INTO WS-LINE
                   ELSE
                       STRING "<p><a href='"
                           FUNCTION TRIM(WS-AI-URL(WS-CUR-AI))
                           "'>Website</a></p>"
                           DELIMITED SIZE INTO WS-LINE
                   END-IF
               END-IF
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           MOVE "</div>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       RENDER-BODY-LINE.
      * One POST-BODY-LINE onto the open post page. Body text is
      * HTML-escaped on the way through, so writers mark structure
      * with the lightweight forms above instead of hand-typing
      * HTML into the 200-byte line.
           IF FUNCTION TRIM(WS-TRIMMED-BODY) = "```"
               IF WS-BODY-IN-CODE = 1
                   MOVE "</code></pre>" TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   MOVE 0 TO WS-BODY-IN-CODE
               ELSE
                   PERFORM CLOSE-OPEN-LIST
                   MOVE "<pre><code>" TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   MOVE 1 TO WS-BODY-IN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-BODY-IN-CODE = 1
      * Inside a fence: escape for HTML but apply no inline markup
               PERFORM ESCAPE-CODE-LINE
               MOVE WS-INL-OUT TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-TRIMMED-BODY = SPACES
      * Paragraph break - each rendered line is its own block, so
      * the only open structure a blank line needs to close is a
      * bulleted list
               PERFORM CLOSE-OPEN-LIST
               EXIT PARAGRAPH
           END-IF

           IF WS-TRIMMED-BODY(1:2) = "# "
               PERFORM CLOSE-OPEN-LIST
               MOVE WS-TRIMMED-BODY(3:) TO WS-INL-SRC
               PERFORM RENDER-INLINE-MARKUP
               MOVE SPACES TO WS-LINE
               STRING "<h2>" FUNCTION TRIM(WS-INL-OUT) "</h2>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-TRIMMED-BODY(1:3) = "## "
               PERFORM CLOSE-OPEN-LIST
               MOVE WS-TRIMMED-BODY(4:) TO WS-INL-SRC
               PERFORM RENDER-INLINE-MARKUP
               MOVE SPACES TO WS-LINE
               STRING "<h3>" FUNCTION TRIM(WS-INL-OUT) "</h3>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-TRIMMED-BODY(1:4) = "### "
               PERFORM CLOSE-OPEN-LIST
               MOVE WS-TRIMMED-BODY(5:) TO WS-INL-SRC
               PERFORM RENDER-INLINE-MARKUP
               MOVE SPACES TO WS-LINE
               STRING "<h4>" FUNCTION TRIM(WS-INL-OUT) "</h4>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-TRIMMED-BODY(1:2) = "- "
               IF WS-BODY-IN-LIST = 0
                   MOVE "<ul>" TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   MOVE 1 TO WS-BODY-IN-LIST
               END-IF
               MOVE WS-TRIMMED-BODY(3:) TO WS-INL-SRC
               PERFORM RENDER-INLINE-MARKUP
               MOVE SPACES TO WS-LINE
               STRING "<li>" FUNCTION TRIM(WS-INL-OUT) "</li>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM CLOSE-OPEN-LIST
           MOVE WS-TRIMMED-BODY TO WS-INL-SRC
           PERFORM RENDER-INLINE-MARKUP
           MOVE SPACES TO WS-LINE
           STRING "<p>" FUNCTION TRIM(WS-INL-OUT) "</p>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       CLOSE-OPEN-LIST.
           IF WS-BODY-IN-LIST = 1
               MOVE "</ul>" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE 0 TO WS-BODY-IN-LIST
           END-IF.

       CLOSE-OPEN-BODY-BLOCKS.
      * A post whose body ends mid-list or mid-fence still has to
      * produce well-formed markup.
           PERFORM CLOSE-OPEN-LIST
           IF WS-BODY-IN-CODE = 1
               MOVE "</code></pre>" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE 0 TO WS-BODY-IN-CODE
           END-IF.

       ESCAPE-CODE-LINE.
      * POST-BODY-LINE in -> WS-INL-OUT out, & < > escaped and
      * nothing else touched - fenced code is shown verbatim,
      * leading indentation included (only the trailing pad is
      * trimmed; the both-ends-trimmed field would flatten every
      * snippet to the left margin).
           MOVE SPACES TO WS-INL-OUT
           MOVE 1 TO WS-INL-PTR
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(POST-BODY-LINE TRAILING))
               TO WS-INL-LEN
           PERFORM VARYING WS-INL-I FROM 1 BY 1
               UNTIL WS-INL-I > WS-INL-LEN
               MOVE POST-BODY-LINE(WS-INL-I:1) TO WS-INL-CHAR
               EVALUATE WS-INL-CHAR
                   WHEN "&"
                       STRING "&amp;" DELIMITED SIZE
                           INTO WS-INL-OUT
                           WITH POINTER WS-INL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED SIZE
                           INTO WS-INL-OUT
                           WITH POINTER WS-INL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED SIZE
                           INTO WS-INL-OUT
                           WITH POINTER WS-INL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN OTHER
                       STRING WS-INL-CHAR DELIMITED SIZE
                           INTO WS-INL-OUT
                           WITH POINTER WS-INL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
               END-EVALUATE
           END-PERFORM.

       RENDER-INLINE-MARKUP.
      * WS-INL-SRC in -> WS-INL-OUT out: HTML-escape the text and
      * expand **bold**, *emphasis*, `code` and [text](url). Tags
      * still open at end of line are closed so every rendered line
      * stands alone as well-formed markup.
           MOVE SPACES TO WS-INL-OUT
           MOVE 1 TO WS-INL-PTR
           MOVE 0 TO WS-INL-EM
           MOVE 0 TO WS-INL-STRONG
           MOVE 0 TO WS-INL-CODESPAN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INL-SRC))
               TO WS-INL-LEN
           MOVE 1 TO WS-INL-I
           PERFORM UNTIL WS-INL-I > WS-INL-LEN
               PERFORM RENDER-ONE-INLINE-CHAR
           END-PERFORM
           IF WS-INL-CODESPAN = 1
               STRING "</code>" DELIMITED SIZE INTO WS-INL-OUT
                   WITH POINTER WS-INL-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           IF WS-INL-EM = 1
               STRING "</em>" DELIMITED SIZE INTO WS-INL-OUT
                   WITH POINTER WS-INL-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           IF WS-INL-STRONG = 1
               STRING "</strong>" DELIMITED SIZE INTO WS-INL-OUT
                   WITH POINTER WS-INL-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

       RENDER-ONE-INLINE-CHAR.
           MOVE WS-INL-SRC(WS-INL-I:1) TO WS-INL-CHAR
           EVALUATE TRUE
               WHEN WS-INL-CHAR = "&"
                   STRING "&amp;" DELIMITED SIZE INTO WS-INL-OUT
                       WITH POINTER WS-INL-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
                   ADD 1 TO WS-INL-I
               WHEN WS-INL-CHAR = "<"
                   STRING "&lt;" DELIMITED SIZE INTO WS-INL-OUT
                       WITH POINTER WS-INL-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
                   ADD 1 TO WS-INL-I
               WHEN WS-INL-CHAR = ">"
                   STRING "&gt;" DELIMITED SIZE INTO WS-INL-OUT
                       WITH POINTER WS-INL-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
                   ADD 1 TO WS-INL-I
               WHEN WS-INL-CHAR = "`"
                   IF WS-INL-CODESPAN = 0
                       STRING "<code>" DELIMITED SIZE
                           INTO WS-INL-OUT
                           WITH POINTER WS-INL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                       MOVE 1 TO WS-INL-CODESPAN
                   ELSE
                       STRING "</code>" DELIMITED SIZE
                           INTO WS-INL-OUT
                           WITH POINTER WS-INL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                       MOVE 0 TO WS-INL-CODESPAN
                   END-IF
                   ADD 1 TO WS-INL-I
               WHEN WS-INL-CODESPAN = 1
      * Inside `code` only the escapes above apply
                   STRING WS-INL-CHAR DELIMITED SIZE
                       INTO WS-INL-OUT
                       WITH POINTER WS-INL-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
                   ADD 1 TO WS-INL-I
               WHEN WS-INL-I < WS-INL-LEN
                   AND WS-INL-SRC(WS-INL-I:2) = "**"
                   IF WS-INL-STRONG = 0
                       STRING "<strong>" DELIMITED SIZE
                           INTO WS-INL-OUT
                           WITH POINTER WS-INL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                       MOVE 1 TO WS-INL-STRONG
                   ELSE
                       STRING "</strong>" DELIMITED SIZE
                           INTO WS-INL-OUT
                           WITH POINTER WS-INL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                       MOVE 0 TO WS-INL-STRONG
                   END-IF
                   ADD 2 TO WS-INL-I
               WHEN WS-INL-CHAR = "*"
                   IF WS-INL-EM = 0
                       STRING "<em>" DELIMITED SIZE
                           INTO WS-INL-OUT
                           WITH POINTER WS-INL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                       MOVE 1 TO WS-INL-EM
                   ELSE
                       STRING "</em>" DELIMITED SIZE
                           INTO WS-INL-OUT
                           WITH POINTER WS-INL-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                       MOVE 0 TO WS-INL-EM
                   END-IF
                   ADD 1 TO WS-INL-I
               WHEN WS-INL-CHAR = "["
                   PERFORM RENDER-INLINE-LINK
               WHEN OTHER
                   STRING WS-INL-CHAR DELIMITED SIZE
                       INTO WS-INL-OUT
                       WITH POINTER WS-INL-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
                   ADD 1 TO WS-INL-I
           END-EVALUATE.

       RENDER-INLINE-LINK.
      * WS-INL-I sits on "[". A well-formed [text](url) becomes an
      * anchor; anything else falls through as a literal bracket.
      * The url is written into href as given, the same trust the
      * page already extends to POST-CANONICAL.
           MOVE 0 TO WS-INL-J
           COMPUTE WS-INL-K = WS-INL-I + 1
           PERFORM VARYING WS-INL-K FROM WS-INL-K BY 1
               UNTIL WS-INL-K >= WS-INL-LEN
               IF WS-INL-SRC(WS-INL-K:2) = "]("
                   MOVE WS-INL-K TO WS-INL-J
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-INL-K
           IF WS-INL-J > 0
               COMPUTE WS-INL-T = WS-INL-J + 2
               PERFORM VARYING WS-INL-T FROM WS-INL-T BY 1
                   UNTIL WS-INL-T > WS-INL-LEN
                   IF WS-INL-SRC(WS-INL-T:1) = ")"
                       MOVE WS-INL-T TO WS-INL-K
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-INL-TEXT-LEN = WS-INL-J - WS-INL-I - 1
           COMPUTE WS-INL-URL-LEN = WS-INL-K - WS-INL-J - 2
           IF WS-INL-J = 0 OR WS-INL-K = 0
               OR WS-INL-TEXT-LEN < 1 OR WS-INL-URL-LEN < 1
               STRING "[" DELIMITED SIZE INTO WS-INL-OUT
                   WITH POINTER WS-INL-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               ADD 1 TO WS-INL-I
           ELSE
               STRING "<a href='"
                   WS-INL-SRC(WS-INL-J + 2:WS-INL-URL-LEN)
                   "'"
                   DELIMITED SIZE INTO WS-INL-OUT
                   WITH POINTER WS-INL-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               MOVE 0 TO WS-INL-OUTBOUND
               IF WS-TRIMMED-SPONSOR NOT = SPACES
                   PERFORM CHECK-LINK-OUTBOUND
               END-IF
               IF WS-INL-OUTBOUND = 1
                   STRING " rel='sponsored'" DELIMITED SIZE
                       INTO WS-INL-OUT
                       WITH POINTER WS-INL-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               STRING ">" DELIMITED SIZE INTO WS-INL-OUT
                   WITH POINTER WS-INL-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               COMPUTE WS-INL-T = WS-INL-I + 1
               PERFORM VARYING WS-INL-T FROM WS-INL-T BY 1
                   UNTIL WS-INL-T >= WS-INL-J
                   MOVE WS-INL-SRC(WS-INL-T:1) TO WS-INL-CHAR
                   EVALUATE WS-INL-CHAR
                       WHEN "&"
                           STRING "&amp;" DELIMITED SIZE
                               INTO WS-INL-OUT
                               WITH POINTER WS-INL-PTR
                               ON OVERFLOW CONTINUE
                           END-STRING
                       WHEN "<"
                           STRING "&lt;" DELIMITED SIZE
                               INTO WS-INL-OUT
                               WITH POINTER WS-INL-PTR
                               ON OVERFLOW CONTINUE
                           END-STRING
                       WHEN ">"
                           STRING "&gt;" DELIMITED SIZE
                               INTO WS-INL-OUT
                               WITH POINTER WS-INL-PTR
                               ON OVERFLOW CONTINUE
                           END-STRING
                       WHEN OTHER
                           STRING WS-INL-CHAR DELIMITED SIZE
                               INTO WS-INL-OUT
                               WITH POINTER WS-INL-PTR
                               ON OVERFLOW CONTINUE
                           END-STRING
                   END-EVALUATE
               END-PERFORM
               STRING "</a>" DELIMITED SIZE INTO WS-INL-OUT
                   WITH POINTER WS-INL-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               COMPUTE WS-INL-I = WS-INL-K + 1
           END-IF.

       CHECK-LINK-OUTBOUND.
      * The link url sits at WS-INL-J + 2 for WS-INL-URL-LEN. Only
      * an absolute http(s) url counts as outbound, and not one
      * that points back under the site's own base-url.
           MOVE 0 TO WS-INL-OUTBOUND
           IF WS-INL-URL-LEN > 7
               IF WS-INL-SRC(WS-INL-J + 2:7) = "http://"
                   MOVE 1 TO WS-INL-OUTBOUND
               END-IF
           END-IF
           IF WS-INL-URL-LEN > 8
               IF WS-INL-SRC(WS-INL-J + 2:8) = "https://"
                   MOVE 1 TO WS-INL-OUTBOUND
               END-IF
           END-IF
           IF WS-INL-OUTBOUND = 0 OR WS-CFG-BASE-URL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CFG-BASE-URL))
               TO WS-INL-BASE-LEN
           IF WS-INL-URL-LEN >= WS-INL-BASE-LEN
               IF WS-INL-SRC(WS-INL-J + 2:WS-INL-BASE-LEN)
                   = WS-CFG-BASE-URL(1:WS-INL-BASE-LEN)
                   MOVE 0 TO WS-INL-OUTBOUND
               END-IF
           END-IF.

       SLUGIFY-AUTHOR.
      * WS-TRIMMED-AUTHOR in -> WS-AUTHOR-SLUG out (lowercased,
      * spaces turned to hyphens, same idea as the POST-SLUG authors
      * already hand-pick for their posts). Anything that is not a
      * letter, digit or space is also turned into a hyphen - this
      * slug is STRING'd straight into WS-MKDIR-CMD's "mkdir -p"
      * CALL "SYSTEM", so shell metacharacters cannot be allowed
      * through.
           MOVE SPACES TO WS-AUTHOR-SLUG
           MOVE FUNCTION TRIM(WS-TRIMMED-AUTHOR) TO WS-AUTHOR-SLUG
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRIMMED-AUTHOR))
               TO WS-AUTHOR-LEN
           PERFORM VARYING WS-AUTHOR-CHAR-I FROM 1 BY 1
               UNTIL WS-AUTHOR-CHAR-I > WS-AUTHOR-LEN
               MOVE WS-AUTHOR-SLUG(WS-AUTHOR-CHAR-I:1)
                   TO WS-AUTHOR-ONE-CHAR
               IF WS-AUTHOR-ONE-CHAR NOT = SPACE
                   AND (WS-AUTHOR-ONE-CHAR IS ALPHABETIC
                       OR WS-AUTHOR-ONE-CHAR IS NUMERIC)
                   MOVE FUNCTION LOWER-CASE(WS-AUTHOR-ONE-CHAR)
                       TO WS-AUTHOR-SLUG(WS-AUTHOR-CHAR-I:1)
               ELSE
                   MOVE "-" TO WS-AUTHOR-SLUG(WS-AUTHOR-CHAR-I:1)
               END-IF
           END-PERFORM.

       SLUGIFY-SERIES.
      * WS-TRIMMED-SERIES in -> WS-SERIES-SLUG out, same rules and
      * same shell-metacharacter lockdown as SLUGIFY-AUTHOR.
           MOVE SPACES TO WS-SERIES-SLUG
           MOVE FUNCTION TRIM(WS-TRIMMED-SERIES) TO WS-SERIES-SLUG
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRIMMED-SERIES))
               TO WS-SERIES-LEN
           PERFORM VARYING WS-SERIES-CHAR-I FROM 1 BY 1
               UNTIL WS-SERIES-CHAR-I > WS-SERIES-LEN
               MOVE WS-SERIES-SLUG(WS-SERIES-CHAR-I:1)
                   TO WS-SERIES-ONE-CHAR
               IF WS-SERIES-ONE-CHAR NOT = SPACE
                   AND (WS-SERIES-ONE-CHAR IS ALPHABETIC
                       OR WS-SERIES-ONE-CHAR IS NUMERIC)
                   MOVE FUNCTION LOWER-CASE(WS-SERIES-ONE-CHAR)
                       TO WS-SERIES-SLUG(WS-SERIES-CHAR-I:1)
               ELSE
                   MOVE "-" TO WS-SERIES-SLUG(WS-SERIES-CHAR-I:1)
               END-IF
           END-PERFORM.

       ESCAPE-FOR-HTML.
      * WS-HESC-SRC in -> WS-HESC-OUT out. Turns &, <, >, '"' and "'"
      * into their named entities so a title, author or tag containing
      * one can't break the markup it is STRING'd into.
           MOVE SPACES TO WS-HESC-OUT
           MOVE 1 TO WS-HESC-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HESC-SRC))
               TO WS-HESC-LEN
           PERFORM VARYING WS-HESC-I FROM 1 BY 1
               UNTIL WS-HESC-I > WS-HESC-LEN
               MOVE WS-HESC-SRC(WS-HESC-I:1) TO WS-HESC-ONE-CHAR
               EVALUATE WS-HESC-ONE-CHAR
                   WHEN "&"
                       STRING "&amp;" DELIMITED SIZE
                           INTO WS-HESC-OUT
                           WITH POINTER WS-HESC-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED SIZE
                           INTO WS-HESC-OUT
                           WITH POINTER WS-HESC-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED SIZE
                           INTO WS-HESC-OUT
                           WITH POINTER WS-HESC-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN '"'
                       STRING "&quot;" DELIMITED SIZE
                           INTO WS-HESC-OUT
                           WITH POINTER WS-HESC-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN "'"
                       STRING "&apos;" DELIMITED SIZE
                           INTO WS-HESC-OUT
                           WITH POINTER WS-HESC-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   WHEN OTHER
                       STRING WS-HESC-ONE-CHAR DELIMITED SIZE
                           INTO WS-HESC-OUT
                           WITH POINTER WS-HESC-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
               END-EVALUATE
           END-PERFORM.

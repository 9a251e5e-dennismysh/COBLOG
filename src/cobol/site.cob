           SELECT PAGEWK-FILE ASSIGN TO WS-PAGEWK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGEWK-STATUS.
           SELECT ICS-FILE ASSIGN TO WS-ICS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 TAGREDIR-LINE        PIC X(200).

       FD IDXWK-FILE.
       01 IDXWK-RECORD         PIC X(665).

       FD IDXWK2-FILE.
       01 IDXWK2-RECORD        PIC X(665).

       FD PAGEWK-FILE.
       01 PAGEWK-RECORD        PIC X(2600).

       FD ICS-FILE.
       01 ICS-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-OUTPUT-STATUS     PIC XX VALUE SPACES.
       01 WS-OUTPUT-PATH       PIC X(256) VALUE SPACES.
       01 WS-ICS-STATUS        PIC XX VALUE SPACES.
       01 WS-ICS-PATH          PIC X(256) VALUE SPACES.
       01 WS-OUTPUT-DIR        PIC X(256) VALUE SPACES.
       01 WS-EOF               PIC 9  VALUE 0.
       01 WS-FIRST-RECORD      PIC 9  VALUE 1.
       01 WS-INL-CODESPAN       PIC 9    VALUE 0.
       01 WS-INL-TEXT-LEN       PIC 999  VALUE 0.
       01 WS-INL-URL-LEN        PIC 999  VALUE 0.
      * A sponsored post's outbound links (absolute http(s) URLs off
      * the site's own base-url) are marked rel='sponsored'.
       01 WS-INL-OUTBOUND       PIC 9    VALUE 0.
       01 WS-INL-BASE-LEN       PIC 999  VALUE 0.
       01 WS-PLAIN-BODY         PIC X(200) VALUE SPACES.
       01 WS-MKS-I              PIC 999 VALUE 0.
       01 WS-MKS-J              PIC 999 VALUE 0.
       01 WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.
      * DTSTAMP must be UTC: the run time less the system's offset
      * from Greenwich (CURRENT-DATE positions 17-21, +hhmm/-hhmm)
       01 WS-UTC-OFFSET.
           05 WS-UTC-OFF-SIGN   PIC X.
           05 WS-UTC-OFF-HH     PIC 99.
           05 WS-UTC-OFF-MM     PIC 99.
       01 WS-UTC-DAYS          PIC S9(8) VALUE 0.
       01 WS-UTC-SECS          PIC S9(6) VALUE 0.
       01 WS-UTC-OFF-SECS      PIC S9(6) VALUE 0.
       01 WS-UTC-HH            PIC 99 VALUE 0.
       01 WS-UTC-MM            PIC 99 VALUE 0.
       01 WS-UTC-SS            PIC 99 VALUE 0.
       01 WS-UTC-DATE          PIC 9(8) VALUE 0.
       01 WS-UTC-TIME          PIC X(6) VALUE SPACES.
       01 WS-TRIMMED-STATUS     PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE          PIC 9 VALUE 1.
       01 WS-POST-EXPIRED       PIC 9 VALUE 0.
       01 WS-EXPIRED-STUBS      PIC 9(6) VALUE 0.
       01 WS-EXPIRED-STUBS-DISP PIC ZZZZZ9.
       01 WS-POST-REAL-LIVE     PIC 9 VALUE 1.
       01 WS-PREV-SLUG-LIVE     PIC 9 VALUE 0.
       01 WS-PREVIEW            PIC 9 VALUE 0.
       01 WS-CUR-LANG           PIC X(5) VALUE SPACES.
       01 WS-TRIMMED-LANG       PIC X(5) VALUE SPACES.
       01 WS-TRIMMED-XLATE      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-SPONSOR    PIC X(40) VALUE SPACES.
       01 WS-LANG-PAGE-COUNT    PIC 9(4) VALUE 0.
       01 WS-LANG-PAGE-DISP     PIC ZZZ9.
       01 WS-LANG-SAFE          PIC 9  VALUE 0.
      * Reader comments (--comments=<path>), fixed-width COMMREC
      * lines collected by mail and moderated by hand. Approved
      * comments are merged onto the matching post page beneath the
      * article, replies nested under the comment they answer;
      * unapproved or unmatched ones are reported on stderr so
      * moderation can chase them.
       01 WS-COMMENTS-PATH      PIC X(256) VALUE SPACES.
       01 WS-COMMENTS-STATUS    PIC XX VALUE SPACES.
       01 WS-GOT-COMMENTS       PIC 9  VALUE 0.
               10 WS-COMM-NAME  PIC X(40).
               10 WS-COMM-APPR  PIC X(1).
               10 WS-COMM-TEXT  PIC X(200).
               10 WS-COMM-PDATE PIC X(8).
               10 WS-COMM-PNAME PIC X(40).
       01 WS-COMMENT-COUNT      PIC 999 VALUE 0.
       01 WS-COMM-I             PIC 999 VALUE 0.
      * One post's approved comments as threads: each comment's
      * first line and the comment it answers (0 = top level),
      * walked depth-first with an explicit stack so a reply's box
      * opens inside its parent's
       01 WS-THREAD-TABLE.
           05 WS-THR-ENTRY OCCURS 300 TIMES.
               10 WS-THR-FIRST  PIC 999.
               10 WS-THR-PARENT PIC 999.
               10 WS-THR-DONE   PIC 9.
       01 WS-THR-COUNT          PIC 999 VALUE 0.
       01 WS-THR-I              PIC 999 VALUE 0.
       01 WS-THR-J              PIC 999 VALUE 0.
       01 WS-THR-CUR            PIC 999 VALUE 0.
       01 WS-THR-CHILD          PIC 999 VALUE 0.
       01 WS-THR-STACK-TABLE.
           05 WS-THR-STACK OCCURS 300 TIMES PIC 999.
       01 WS-THR-DEPTH          PIC 999 VALUE 0.
       01 WS-COMM-BY-AUTHOR     PIC 9  VALUE 0.
       01 WS-COMM-CLASS         PIC X(40) VALUE SPACES.
       01 WS-COMM-PREV-DATE     PIC X(8) VALUE SPACES.
       01 WS-COMM-PREV-NAME     PIC X(40) VALUE SPACES.
       01 WS-COMM-DISP-DATE     PIC X(10) VALUE SPACES.
       01 WS-COMM-MATCHED       PIC 9  VALUE 0.
       01 WS-COMM-J             PIC 999 VALUE 0.
       01 WS-COMM-SUFFIX        PIC X(80) VALUE SPACES.
       01 WS-SPON-SUFFIX        PIC X(320) VALUE SPACES.

      * Author master file (--author-info=<path>), one author per
      * line as "name|bio|email|url", loaded the way --tag-info=
       01 WS-TRIMMED-SERIES    PIC X(40)  VALUE SPACES.
       01 WS-TRIMMED-IMAGE     PIC X(160) VALUE SPACES.
       01 WS-TRIMMED-IMAGE-ALT PIC X(120) VALUE SPACES.
       01 WS-TRIMMED-AUDIO     PIC X(160) VALUE SPACES.
       01 WS-AUDIO-SECS        PIC 9(6)   VALUE 0.
       01 WS-AUDIO-MIN         PIC 9(4)   VALUE 0.
       01 WS-AUDIO-MIN-DISP    PIC ZZZ9.
       01 WS-AUDIO-SEC         PIC 99     VALUE 0.
       01 WS-AUDIO-LENGTH      PIC X(24)  VALUE SPACES.

      * Event details box and the per-post event.ics. iCalendar
      * wants "\" escapes in text values and lines folded at 75
      * octets with a leading-space continuation - the fold never
      * splits a UTF-8 multi-byte character. The line-sequential
      * writer refuses a CR byte in a record, so the file goes out
      * with bare LF line ends, which calendar clients accept.
       01 WS-EVENT-WHEN        PIC X(160) VALUE SPACES.
       01 WS-EVENT-END-DATE    PIC X(8)   VALUE SPACES.
       01 WS-EVENT-END-TIME    PIC X(6)   VALUE SPACES.
       01 WS-ICS-LINE          PIC X(1000) VALUE SPACES.
       01 WS-ICS-LEN           PIC 9(4)   VALUE 0.
       01 WS-ICS-POS           PIC 9(4)   VALUE 0.
       01 WS-ICS-CHUNK-LEN     PIC 9(4)   VALUE 0.
       01 WS-ICS-ROOM          PIC 99     VALUE 0.
       01 WS-ICS-NEXT-CHAR     PIC X      VALUE SPACE.
       01 WS-ICS-CHUNK         PIC X(80)  VALUE SPACES.
       01 WS-ICS-FIRST         PIC 9      VALUE 1.
       01 WS-ICS-DT-PARAM      PIC X(80)  VALUE SPACES.
       01 WS-IESC-SRC          PIC X(200) VALUE SPACES.
       01 WS-IESC-OUT          PIC X(400) VALUE SPACES.
       01 WS-IESC-LEN          PIC 999    VALUE 0.
       01 WS-IESC-PTR          PIC 9(4)   VALUE 1.
       01 WS-IESC-I            PIC 999    VALUE 0.
       01 WS-IESC-ONE-CHAR     PIC X      VALUE SPACE.
       01 WS-ICS-SUMMARY       PIC X(400) VALUE SPACES.
       01 WS-ICS-DESC          PIC X(400) VALUE SPACES.
       01 WS-ICS-LOCATION      PIC X(400) VALUE SPACES.
       01 WS-ICS-JOIN-URL      PIC X(400) VALUE SPACES.
       01 WS-HTML-IMAGE-ALT    PIC X(720) VALUE SPACES.
       01 WS-CUR-PART          PIC 9(3)   VALUE 0.
       01 WS-HTML-SERIES       PIC X(240) VALUE SPACES.
       01 WS-HTML-DESC         PIC X(300) VALUE SPACES.
       01 WS-HTML-AUTHOR       PIC X(100) VALUE SPACES.
       01 WS-HTML-TAG          PIC X(80)  VALUE SPACES.
       01 WS-HTML-SPONSOR      PIC X(250) VALUE SPACES.

      * Date formatting
       01 WS-DISP-DATE         PIC X(10)  VALUE SPACES.
       01 WS-SKIPPED-COUNT-DISP PIC ZZ9.
       01 WS-GENERATED-COUNT   PIC 999 VALUE 0.
       01 WS-GENERATED-COUNT-DISP PIC ZZ9.
       01 WS-HASH-INPUT        PIC X(978) VALUE SPACES.
       01 WS-CURRENT-HASH      PIC 9(10) VALUE 0.
       01 WS-CURRENT-HASH-X    PIC X(10) VALUE SPACES.
       01 WS-HASH-CHAR-I       PIC 999 VALUE 0.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           MOVE FUNCTION CURRENT-DATE(17:5) TO WS-UTC-OFFSET
           PERFORM COMPUTE-UTC-STAMP

           IF WS-GOT-CONFIG = 1
               PERFORM LOAD-SITE-CONFIG
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
                   DISPLAY "COBLOG-SITE: unrecognized config key '"
                       FUNCTION TRIM(WS-CONFIG-KEY) "' ignored"
      * Cheap positional checksum over the post's metadata fields,
      * used only to detect whether a post changed since last build.
           STRING POST-TITLE POST-AUTHOR POST-TAG POST-DESC
               POST-CANONICAL POST-SPONSOR POST-AUDIO-URL
               POST-EVENT-DATE POST-EVENT-TIME POST-EVENT-END-DATE
               POST-EVENT-END-TIME POST-EVENT-LOCATION POST-EVENT-URL
               DELIMITED SIZE INTO WS-HASH-INPUT
           MOVE 0 TO WS-CURRENT-HASH
           PERFORM VARYING WS-HASH-CHAR-I FROM 1 BY 1
               UNTIL WS-HASH-CHAR-I > 978
               MOVE WS-HASH-INPUT(WS-HASH-CHAR-I:1)
                   TO WS-HASH-ONE-CHAR
               COMPUTE WS-CURRENT-HASH = WS-CURRENT-HASH +
           MOVE WS-LANG-PAGE-COUNT TO WS-LANG-PAGE-DISP
           MOVE WS-ARCYR-COUNT TO WS-ARCYR-DISP
           MOVE WS-PAGE-RECS TO WS-PAGE-RECS-DISP
           MOVE WS-EXPIRED-STUBS TO WS-EXPIRED-STUBS-DISP
           DISPLAY "COBLOG-SITE: records-read="
               FUNCTION TRIM(WS-RECORDS-READ-DISP)
               " pages-generated="
               " langs=" FUNCTION TRIM(WS-LANG-PAGE-DISP)
               " archive-years=" FUNCTION TRIM(WS-ARCYR-DISP)
               " pages=" FUNCTION TRIM(WS-PAGE-RECS-DISP)
               " expired=" FUNCTION TRIM(WS-EXPIRED-STUBS-DISP)
               UPON SYSERR
           CONTINUE.

           END-IF
           MOVE FUNCTION TRIM(POST-LANG) TO WS-TRIMMED-LANG
           MOVE FUNCTION TRIM(POST-XLATE-OF) TO WS-TRIMMED-XLATE
           MOVE FUNCTION TRIM(POST-SPONSOR) TO WS-TRIMMED-SPONSOR
           MOVE FUNCTION TRIM(POST-AUDIO-URL) TO WS-TRIMMED-AUDIO
           IF POST-AUDIO-SECS NUMERIC
               MOVE POST-AUDIO-SECS TO WS-AUDIO-SECS
           ELSE
               MOVE 0 TO WS-AUDIO-SECS
           END-IF
           IF WS-TRIMMED-LANG = SPACES
               MOVE WS-DEFAULT-LANG TO WS-CUR-LANG
           ELSE
                   END-IF
               END-IF

      * An expired post's page gives way to the "offer has ended"
      * stub. The stub is rewritten on every run and the slug is
      * left off the manifest, so lifting the expiry brings the
      * full page back on the next run, incremental or not. A
      * preview build still renders the post itself, watermarked.
               PERFORM CHECK-POST-LIVE
               IF WS-POST-EXPIRED = 1 AND WS-PREVIEW = 0
                   PERFORM GENERATE-EXPIRED-STUB
                   MOVE 0 TO WS-IN-POST
               ELSE
                   IF WS-SKIP-CURRENT = 1
      * Unchanged since last build - skip regenerating this post
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE 0 TO WS-IN-POST
                   ELSE
                       PERFORM OPEN-POST-PAGE
                       ADD 1 TO WS-GENERATED-COUNT
                   END-IF

                   IF WS-INCREMENTAL = 1 AND WS-RENDERING-PAGES = 0
                       PERFORM RECORD-MANIFEST-ENTRY
                   END-IF
               END-IF

      * Buffer index entry for later - draft posts and scheduled posts
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

       STRIP-BODY-MARKUP.
      * WS-TRIMMED-BODY in -> WS-PLAIN-BODY out: the same body line
      * reduced to plain prose - markers and link urls dropped, link
               WHEN OTHER
                   MOVE 1 TO WS-POST-LIVE
           END-EVALUATE
      * A time-limited post drops out once it has expired
           MOVE 0 TO WS-POST-EXPIRED
           IF WS-POST-LIVE = 1
               PERFORM CHECK-POST-EXPIRED
           END-IF
           MOVE WS-POST-LIVE TO WS-POST-REAL-LIVE
      * A standalone page is genuinely published - it just never
      * lists on the index, feeds or search - so it must not wear
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

       BUFFER-INDEX-ENTRY.
      * Hold the new live post's index entry in the pending view;
      * FINALIZE-PENDING-ENTRY lands it on the work file once the
      * the page generators compare IE-LANG without re-defaulting
           MOVE WS-CUR-LANG TO IE-LANG OF WS-IE-PEND
           MOVE WS-TRIMMED-XLATE TO IE-XLATE-OF OF WS-IE-PEND
           MOVE WS-TRIMMED-SPONSOR TO IE-SPONSOR OF WS-IE-PEND
           IF WS-CUR-LANG = WS-DEFAULT-LANG
               ADD 1 TO WS-DEFLANG-COUNT
           END-IF
           PERFORM WRITE-SITE-HEADER

      * Watermark for a page that is not actually published yet
      * (or no longer is, once its expiry has passed)
           IF WS-PREVIEW = 1 AND WS-POST-REAL-LIVE = 0
               MOVE SPACES TO WS-LINE
               IF WS-POST-EXPIRED = 1
                   STRING "<div class='preview-banner'>PREVIEW "
                       "&mdash; EXPIRED " POST-EXPIRES-DATE(1:4) "-"
                       POST-EXPIRES-DATE(5:2) "-"
                       POST-EXPIRES-DATE(7:2)
                       " &mdash; no longer published</div>"
                       DELIMITED SIZE INTO WS-LINE
               ELSE
                   STRING "<div class='preview-banner'>PREVIEW "
                       "&mdash; " FUNCTION TRIM(WS-TRIMMED-STATUS)
                       " &mdash; not yet published</div>"
                       DELIMITED SIZE INTO WS-LINE
               END-IF
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           MOVE "<article>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

      * Paid placement: the standard disclosure leads the article,
      * ahead of anything the theme puts in the header
           IF WS-TRIMMED-SPONSOR NOT = SPACES
               MOVE SPACES TO WS-LINE
               STRING "<div class='sponsor-disclosure'>Sponsored "
                   "content &mdash; this post was paid for by "
                   FUNCTION TRIM(WS-HTML-SPONSOR) ".</div>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

      * Article header - the theme's post-header.html when one was
      * loaded, the built-in h1 + byline otherwise
           PERFORM SLUGIFY-AUTHOR
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

      * Episode player under the hero, with the running time when
      * it is known and a plain download link for feed-less readers
           IF WS-TRIMMED-AUDIO NOT = SPACES
               MOVE SPACES TO WS-AUDIO-LENGTH
               IF WS-AUDIO-SECS > 0
                   DIVIDE WS-AUDIO-SECS BY 60 GIVING WS-AUDIO-MIN
                       REMAINDER WS-AUDIO-SEC
                   MOVE WS-AUDIO-MIN TO WS-AUDIO-MIN-DISP
                   STRING " (" FUNCTION TRIM(WS-AUDIO-MIN-DISP)
                       ":" WS-AUDIO-SEC ")"
                       DELIMITED SIZE INTO WS-AUDIO-LENGTH
               END-IF
               MOVE SPACES TO WS-LINE
               STRING "<figure class='audio'><audio controls "
                   "preload='none' src='"
                   FUNCTION TRIM(WS-TRIMMED-AUDIO)
                   "'></audio><figcaption>Listen"
                   FUNCTION TRIM(WS-AUDIO-LENGTH TRAILING)
                   " &middot; <a href='"
                   FUNCTION TRIM(WS-TRIMMED-AUDIO)
                   "'>Download</a></figcaption></figure>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

      * Event announcement: details box plus its calendar file
           IF POST-EVENT-DATE NOT = SPACES
               PERFORM WRITE-EVENT-BOX
               PERFORM WRITE-POST-EVENT-ICS
           END-IF.

       WRITE-EVENT-BOX.
      * When / where / join link, and the "add to calendar" link to
      * the event.ics written beside the page. An end on the start
      * day shows as a time range; a later end shows its own date.
           MOVE POST-EVENT-END-DATE TO WS-EVENT-END-DATE
           MOVE POST-EVENT-END-TIME TO WS-EVENT-END-TIME
           MOVE SPACES TO WS-EVENT-WHEN
           STRING POST-EVENT-DATE(1:4) "-" POST-EVENT-DATE(5:2)
               "-" POST-EVENT-DATE(7:2) " "
               POST-EVENT-TIME(1:2) ":" POST-EVENT-TIME(3:2)
               DELIMITED SIZE INTO WS-EVENT-WHEN
           IF WS-EVENT-END-DATE NOT = SPACES
               AND WS-EVENT-END-DATE NOT = POST-EVENT-DATE
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-EVENT-WHEN)
                   " &ndash; " WS-EVENT-END-DATE(1:4) "-"
                   WS-EVENT-END-DATE(5:2) "-" WS-EVENT-END-DATE(7:2)
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO WS-EVENT-WHEN
               IF WS-EVENT-END-TIME NOT = SPACES
                   MOVE SPACES TO WS-LINE
                   STRING FUNCTION TRIM(WS-EVENT-WHEN) " "
                       WS-EVENT-END-TIME(1:2) ":"
                       WS-EVENT-END-TIME(3:2)
                       DELIMITED SIZE INTO WS-LINE
                   MOVE WS-LINE TO WS-EVENT-WHEN
               END-IF
           ELSE
               IF WS-EVENT-END-TIME NOT = SPACES
                   MOVE SPACES TO WS-LINE
                   STRING FUNCTION TRIM(WS-EVENT-WHEN) " &ndash; "
                       WS-EVENT-END-TIME(1:2) ":"
                       WS-EVENT-END-TIME(3:2)
                       DELIMITED SIZE INTO WS-LINE
                   MOVE WS-LINE TO WS-EVENT-WHEN
               END-IF
           END-IF
           IF WS-CFG-EVENT-TZ NOT = SPACES
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-EVENT-WHEN) " ("
                   FUNCTION TRIM(WS-CFG-EVENT-TZ) ")"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO WS-EVENT-WHEN
           END-IF

           MOVE "<aside class='event'><h2>Event details</h2>"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<p class='event-when'><strong>When:</strong> "
               FUNCTION TRIM(WS-EVENT-WHEN) "</p>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF POST-EVENT-LOCATION NOT = SPACES
               MOVE POST-EVENT-LOCATION TO WS-HESC-SRC
               PERFORM ESCAPE-FOR-HTML
               MOVE SPACES TO WS-LINE
               STRING "<p class='event-where'><strong>Where:</strong> "
                   FUNCTION TRIM(WS-HESC-OUT) "</p>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           IF POST-EVENT-URL NOT = SPACES
               MOVE POST-EVENT-URL TO WS-HESC-SRC
               PERFORM ESCAPE-FOR-HTML
               MOVE SPACES TO WS-LINE
               STRING "<p class='event-online'><strong>Online:</strong>"
                   " <a href='" FUNCTION TRIM(WS-HESC-OUT) "'>"
                   FUNCTION TRIM(WS-HESC-OUT) "</a></p>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "<p class='event-ics'><a href='event.ics' download>"
               "Add to calendar</a></p></aside>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       COMPUTE-UTC-STAMP.
      * The run time in seconds of the day, shifted by the offset;
      * crossing midnight either way moves the date by one day. A
      * system that reports no offset is taken to run on UTC.
           MOVE 0 TO WS-UTC-OFF-SECS
           IF WS-UTC-OFF-HH IS NUMERIC AND WS-UTC-OFF-MM IS NUMERIC
               COMPUTE WS-UTC-OFF-SECS =
                   WS-UTC-OFF-HH * 3600 + WS-UTC-OFF-MM * 60
               IF WS-UTC-OFF-SIGN = "-"
                   COMPUTE WS-UTC-OFF-SECS = 0 - WS-UTC-OFF-SECS
               END-IF
           END-IF
           COMPUTE WS-UTC-SECS =
               FUNCTION NUMVAL(WS-RUN-TIME(1:2)) * 3600
               + FUNCTION NUMVAL(WS-RUN-TIME(3:2)) * 60
               + FUNCTION NUMVAL(WS-RUN-TIME(5:2))
               - WS-UTC-OFF-SECS
           COMPUTE WS-UTC-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           IF WS-UTC-SECS < 0
               ADD 86400 TO WS-UTC-SECS
               SUBTRACT 1 FROM WS-UTC-DAYS
           END-IF
           IF WS-UTC-SECS >= 86400
               SUBTRACT 86400 FROM WS-UTC-SECS
               ADD 1 TO WS-UTC-DAYS
           END-IF
           COMPUTE WS-UTC-DATE = FUNCTION DATE-OF-INTEGER(WS-UTC-DAYS)
           DIVIDE WS-UTC-SECS BY 3600 GIVING WS-UTC-HH
               REMAINDER WS-UTC-SECS
           DIVIDE WS-UTC-SECS BY 60 GIVING WS-UTC-MM
               REMAINDER WS-UTC-SS
           MOVE WS-UTC-HH TO WS-UTC-TIME(1:2)
           MOVE WS-UTC-MM TO WS-UTC-TIME(3:2)
           MOVE WS-UTC-SS TO WS-UTC-TIME(5:2).

       WRITE-POST-EVENT-ICS.
      * <slug>/event.ics - a one-event VCALENDAR. The UID is the
      * post's canonical URL, the same UID COBLOG-EVENTS gives the
      * event in the site-wide calendar, so a reader who has both
      * sees one event, updated in place.
           MOVE SPACES TO WS-ICS-PATH
           STRING FUNCTION TRIM(WS-OUTPUT-DIR)
               "/" FUNCTION TRIM(WS-TRIMMED-SLUG)
               "/event.ics"
               DELIMITED SIZE INTO WS-ICS-PATH
           OPEN OUTPUT ICS-FILE
           IF WS-ICS-STATUS NOT = "00"
               DISPLAY "COBLOG-SITE: cannot write "
                   FUNCTION TRIM(WS-ICS-PATH)
                   " (status " WS-ICS-STATUS ")"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE "BEGIN:VCALENDAR" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "VERSION:2.0" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "PRODID:-//COBLOG//COBLOG-SITE//EN" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "METHOD:PUBLISH" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "BEGIN:VEVENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "UID:" FUNCTION TRIM(WS-TRIMMED-CANONICAL)
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTAMP:" WS-UTC-DATE "T" WS-UTC-TIME "Z"
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE

           MOVE SPACES TO WS-ICS-DT-PARAM
           IF WS-CFG-EVENT-TZ NOT = SPACES
               STRING ";TZID=" FUNCTION TRIM(WS-CFG-EVENT-TZ)
                   DELIMITED SIZE INTO WS-ICS-DT-PARAM
           END-IF
           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTART" FUNCTION TRIM(WS-ICS-DT-PARAM) ":"
               POST-EVENT-DATE "T" POST-EVENT-TIME
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
      * A blank end date means the start day; a blank end time on a
      * given end date means the start of that day
           IF POST-EVENT-END-DATE NOT = SPACES
               OR POST-EVENT-END-TIME NOT = SPACES
               MOVE POST-EVENT-END-DATE TO WS-EVENT-END-DATE
               IF WS-EVENT-END-DATE = SPACES
                   MOVE POST-EVENT-DATE TO WS-EVENT-END-DATE
               END-IF
               MOVE POST-EVENT-END-TIME TO WS-EVENT-END-TIME
               IF WS-EVENT-END-TIME = SPACES
                   MOVE "000000" TO WS-EVENT-END-TIME
               END-IF
               MOVE SPACES TO WS-ICS-LINE
               STRING "DTEND" FUNCTION TRIM(WS-ICS-DT-PARAM) ":"
                   WS-EVENT-END-DATE "T" WS-EVENT-END-TIME
                   DELIMITED SIZE INTO WS-ICS-LINE
               PERFORM WRITE-ICS-LINE
           END-IF

           MOVE WS-TRIMMED-TITLE TO WS-IESC-SRC
           PERFORM ESCAPE-FOR-ICS
           MOVE WS-IESC-OUT TO WS-ICS-SUMMARY
           MOVE SPACES TO WS-ICS-LINE
           STRING "SUMMARY:" FUNCTION TRIM(WS-ICS-SUMMARY)
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE WS-TRIMMED-DESC TO WS-IESC-SRC
           PERFORM ESCAPE-FOR-ICS
           MOVE WS-IESC-OUT TO WS-ICS-DESC
           MOVE SPACES TO WS-ICS-LINE
           IF POST-EVENT-URL NOT = SPACES
               MOVE POST-EVENT-URL TO WS-IESC-SRC
               PERFORM ESCAPE-FOR-ICS
               MOVE WS-IESC-OUT TO WS-ICS-JOIN-URL
               STRING "DESCRIPTION:" FUNCTION TRIM(WS-ICS-DESC)
                   "\n\nJoin online: " FUNCTION TRIM(WS-ICS-JOIN-URL)
                   DELIMITED SIZE INTO WS-ICS-LINE
           ELSE
               STRING "DESCRIPTION:" FUNCTION TRIM(WS-ICS-DESC)
                   DELIMITED SIZE INTO WS-ICS-LINE
           END-IF
           PERFORM WRITE-ICS-LINE
      * An online-only event is "located" at its join link
           IF POST-EVENT-LOCATION NOT = SPACES
               MOVE POST-EVENT-LOCATION TO WS-IESC-SRC
           ELSE
               MOVE POST-EVENT-URL TO WS-IESC-SRC
           END-IF
           IF WS-IESC-SRC NOT = SPACES
               PERFORM ESCAPE-FOR-ICS
               MOVE WS-IESC-OUT TO WS-ICS-LOCATION
               MOVE SPACES TO WS-ICS-LINE
               STRING "LOCATION:" FUNCTION TRIM(WS-ICS-LOCATION)
                   DELIMITED SIZE INTO WS-ICS-LINE
               PERFORM WRITE-ICS-LINE
           END-IF
           MOVE SPACES TO WS-ICS-LINE
           STRING "URL:" FUNCTION TRIM(WS-TRIMMED-CANONICAL)
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "END:VEVENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "END:VCALENDAR" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           CLOSE ICS-FILE.

       WRITE-ICS-LINE.
      * WS-ICS-LINE out as one or more physical lines: 75 octets,
      * then 74 more per continuation line after its leading space,
      * backing off so a UTF-8 continuation byte (X"80"-X"BF") never
      * starts the next piece.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ICS-LINE TRAILING))
               TO WS-ICS-LEN
           MOVE 1 TO WS-ICS-POS
           MOVE 1 TO WS-ICS-FIRST
           PERFORM UNTIL WS-ICS-POS > WS-ICS-LEN
               IF WS-ICS-FIRST = 1
                   MOVE 75 TO WS-ICS-ROOM
               ELSE
                   MOVE 74 TO WS-ICS-ROOM
               END-IF
               COMPUTE WS-ICS-CHUNK-LEN = WS-ICS-LEN - WS-ICS-POS + 1
               IF WS-ICS-CHUNK-LEN > WS-ICS-ROOM
                   MOVE WS-ICS-ROOM TO WS-ICS-CHUNK-LEN
                   PERFORM UNTIL WS-ICS-CHUNK-LEN < 2
                       MOVE WS-ICS-LINE(WS-ICS-POS + WS-ICS-CHUNK-LEN:1)
                           TO WS-ICS-NEXT-CHAR
                       IF WS-ICS-NEXT-CHAR < X"80"
                           OR WS-ICS-NEXT-CHAR > X"BF"
                           EXIT PERFORM
                       END-IF
                       SUBTRACT 1 FROM WS-ICS-CHUNK-LEN
                   END-PERFORM
      * ... nor end on a space, which the writer would trim away
                   PERFORM UNTIL WS-ICS-CHUNK-LEN < 2
                       MOVE WS-ICS-LINE(WS-ICS-POS + WS-ICS-CHUNK-LEN
                           - 1:1) TO WS-ICS-NEXT-CHAR
                       IF WS-ICS-NEXT-CHAR NOT = SPACE
                           EXIT PERFORM
                       END-IF
                       SUBTRACT 1 FROM WS-ICS-CHUNK-LEN
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-ICS-CHUNK
               IF WS-ICS-FIRST = 1
                   STRING WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK-LEN)
                       DELIMITED SIZE INTO WS-ICS-CHUNK
               ELSE
                   STRING " " WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK-LEN)
                       DELIMITED SIZE INTO WS-ICS-CHUNK
               END-IF
               MOVE WS-ICS-CHUNK TO ICS-RECORD
               WRITE ICS-RECORD
               ADD WS-ICS-CHUNK-LEN TO WS-ICS-POS
               MOVE 0 TO WS-ICS-FIRST
           END-PERFORM.

       ESCAPE-FOR-ICS.
      * WS-IESC-SRC in -> WS-IESC-OUT out: backslash, semicolon and
      * comma are backslash-escaped in iCalendar TEXT values.
           MOVE SPACES TO WS-IESC-OUT
           MOVE 1 TO WS-IESC-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IESC-SRC))
               TO WS-IESC-LEN
           PERFORM VARYING WS-IESC-I FROM 1 BY 1
               UNTIL WS-IESC-I > WS-IESC-LEN
               MOVE WS-IESC-SRC(WS-IESC-I:1) TO WS-IESC-ONE-CHAR
               IF WS-IESC-ONE-CHAR = "\" OR WS-IESC-ONE-CHAR = ";"
                   OR WS-IESC-ONE-CHAR = ","
                   STRING "\" WS-IESC-ONE-CHAR DELIMITED SIZE
                       INTO WS-IESC-OUT
                       WITH POINTER WS-IESC-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               ELSE
                   STRING WS-IESC-ONE-CHAR DELIMITED SIZE
                       INTO WS-IESC-OUT
                       WITH POINTER WS-IESC-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.

       CLOSE-POST-PAGE.
      * Article and page close (Report Footing equivalent)

           CLOSE OUTPUT-FILE
           MOVE 0 TO WS-IN-POST.

       GENERATE-EXPIRED-STUB.
      * The page left at an expired post's URL: title, publish and
      * expiry dates and a pointer back to the front page, in the
      * same dress as the archive stubs. Inbound links from old
      * newsletters and shares land on an explanation, not a 404.
           MOVE SPACES TO WS-MKDIR-CMD
           STRING "mkdir -p "
               FUNCTION TRIM(WS-OUTPUT-DIR)
               "/" FUNCTION TRIM(WS-TRIMMED-SLUG)
               DELIMITED SIZE INTO WS-MKDIR-CMD
           CALL "SYSTEM" USING WS-MKDIR-CMD

           MOVE SPACES TO WS-OUTPUT-PATH
           STRING FUNCTION TRIM(WS-OUTPUT-DIR)
               "/" FUNCTION TRIM(WS-TRIMMED-SLUG)
               "/index.html"
               DELIMITED SIZE INTO WS-OUTPUT-PATH

           OPEN OUTPUT OUTPUT-FILE
           MOVE "<!DOCTYPE html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<html lang='"
               FUNCTION TRIM(WS-CUR-LANG)
               "'>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<head>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<meta charset='utf-8'>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<title>"
               FUNCTION TRIM(WS-HTML-TITLE)
               " - " FUNCTION TRIM(WS-CFG-SITE-TITLE)
               "</title>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-TRIMMED-CANONICAL NOT = SPACES
               MOVE SPACES TO WS-LINE
               STRING "<link rel='canonical' href='"
                   FUNCTION TRIM(WS-TRIMMED-CANONICAL)
                   "'>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "<link rel='stylesheet' href='"
               FUNCTION TRIM(WS-CFG-CSS-HREF) "'>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
      * The offer is over - search engines should drop the page
           MOVE "<meta name='robots' content='noindex'>"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</head>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<body>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM WRITE-SITE-HEADER
           MOVE "<main>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<h1>"
               FUNCTION TRIM(WS-HTML-TITLE)
               "</h1>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<p class='expired-note'>This offer has ended. "
               "It was published " FUNCTION TRIM(WS-DISP-DATE)
               " and ran until " POST-EXPIRES-DATE(1:4) "-"
               POST-EXPIRES-DATE(5:2) "-" POST-EXPIRES-DATE(7:2)
               ".</p>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "<p><a href='/'>Back to the front page</a></p>"
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</main>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM WRITE-SITE-FOOTER
           MOVE "</body>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE "</html>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUTPUT-FILE
           ADD 1 TO WS-EXPIRED-STUBS.

       GENERATE-INDEX-PAGE.
      * Split the buffered posts into pages of WS-CFG-PAGE-SIZE
      * entries
                   "unpublished</span>"
                   DELIMITED SIZE INTO WS-PVW-SUFFIX
           END-IF
           MOVE SPACES TO WS-SPON-SUFFIX
           IF IE-SPONSOR OF WS-IE-CUR NOT = SPACES
               STRING "<span class='sponsored-flag'> &middot; "
                   "Sponsored by " FUNCTION TRIM(WS-HTML-SPONSOR)
                   "</span>"
                   DELIMITED SIZE INTO WS-SPON-SUFFIX
           END-IF
           MOVE SPACES TO WS-COMM-SUFFIX
           IF WS-GOT-COMMENTS = 1
               PERFORM COUNT-POST-COMMENTS
               " &middot; <span class='reading-time'>"
               FUNCTION TRIM(WS-READING-DISP)
               " min read</span>"
               FUNCTION TRIM(WS-SPON-SUFFIX)
               FUNCTION TRIM(WS-COMM-SUFFIX)
               FUNCTION TRIM(WS-PVW-SUFFIX)
               "</div>"

       ESCAPE-RECORD-FIELDS-FOR-HTML.
      * Escaped counterparts of the current record's title/desc/
      * author/tag/sponsor, for OPEN-POST-PAGE to STRING into the
      * post page.
           MOVE WS-TRIMMED-TITLE TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-TITLE
           MOVE WS-HESC-OUT TO WS-HTML-AUTHOR
           MOVE WS-TRIMMED-TAG TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-TAG
           MOVE WS-TRIMMED-SPONSOR TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-SPONSOR.

       ESCAPE-INDEX-FIELDS-FOR-HTML.
      * Same as ESCAPE-RECORD-FIELDS-FOR-HTML, but for the index
           MOVE WS-HESC-OUT TO WS-HTML-AUTHOR
           MOVE IE-TAG OF WS-IE-CUR TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-TAG
           MOVE IE-SPONSOR OF WS-IE-CUR TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-SPONSOR.

       GENERATE-AUTHOR-PAGES.
      * One archive page per distinct POST-AUTHOR. The distinct set
                               WS-COMM-APPR(WS-COMMENT-COUNT)
                           MOVE COMM-TEXT-LINE TO
                               WS-COMM-TEXT(WS-COMMENT-COUNT)
                           MOVE COMM-PARENT-DATE TO
                               WS-COMM-PDATE(WS-COMMENT-COUNT)
                           MOVE COMM-PARENT-NAME TO
                               WS-COMM-PNAME(WS-COMMENT-COUNT)
                       ELSE
                           DISPLAY "COBLOG-SITE: WARNING - comment "
                               "table ceiling (300 lines) reached, "
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           PERFORM BUILD-COMMENT-THREADS
           PERFORM VARYING WS-THR-I FROM 1 BY 1
               UNTIL WS-THR-I > WS-THR-COUNT
               IF WS-THR-PARENT(WS-THR-I) = 0
                   MOVE 1 TO WS-THR-DEPTH
                   MOVE WS-THR-I TO WS-THR-STACK(1)
                   PERFORM WRITE-COMMENT-THREAD
               END-IF
           END-PERFORM

           MOVE "</section>" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       BUILD-COMMENT-THREADS.
      * One thread entry per approved comment on the entry in
      * WS-IE-CUR (a comment starts where date/name change), then
      * each reply tied to its parent. Only an earlier comment can
      * be a parent - intake never lets a reply in ahead of what it
      * answers - and a reply whose parent is not shown (rejected,
      * or still awaiting moderation) stands at the top level.
           MOVE 0 TO WS-THR-COUNT
           MOVE SPACES TO WS-COMM-PREV-DATE
           MOVE SPACES TO WS-COMM-PREV-NAME
           PERFORM VARYING WS-COMM-I FROM 1 BY 1
               IF FUNCTION TRIM(WS-COMM-SLUG(WS-COMM-I))
                   = FUNCTION TRIM(IE-SLUG OF WS-IE-CUR)
                   AND WS-COMM-APPR(WS-COMM-I) = "Y"
                   IF WS-COMM-DATE(WS-COMM-I)
                       NOT = WS-COMM-PREV-DATE
                       OR WS-COMM-NAME(WS-COMM-I)
                           NOT = WS-COMM-PREV-NAME
                       ADD 1 TO WS-THR-COUNT
                       MOVE WS-COMM-I TO WS-THR-FIRST(WS-THR-COUNT)
                       MOVE 0 TO WS-THR-PARENT(WS-THR-COUNT)
                       MOVE 0 TO WS-THR-DONE(WS-THR-COUNT)
                       MOVE WS-COMM-DATE(WS-COMM-I)
                           TO WS-COMM-PREV-DATE
                       MOVE WS-COMM-NAME(WS-COMM-I)
                           TO WS-COMM-PREV-NAME
                   END-IF
               ELSE
                   MOVE SPACES TO WS-COMM-PREV-DATE
                   MOVE SPACES TO WS-COMM-PREV-NAME
               END-IF
           END-PERFORM
           PERFORM VARYING WS-THR-I FROM 2 BY 1
               UNTIL WS-THR-I > WS-THR-COUNT
               MOVE WS-THR-FIRST(WS-THR-I) TO WS-COMM-I
               IF WS-COMM-PNAME(WS-COMM-I) NOT = SPACES
                   PERFORM VARYING WS-THR-J FROM 1 BY 1
                       UNTIL WS-THR-J >= WS-THR-I
                       MOVE WS-THR-FIRST(WS-THR-J) TO WS-COMM-J
                       IF WS-COMM-DATE(WS-COMM-J)
                           = WS-COMM-PDATE(WS-COMM-I)
                           AND WS-COMM-NAME(WS-COMM-J)
                           = WS-COMM-PNAME(WS-COMM-I)
                           MOVE WS-THR-J TO WS-THR-PARENT(WS-THR-I)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-COMMENT-THREAD.
      * Depth-first from the top-level comment on the stack: write
      * a comment's box on first visit, descend into its next
      * unwritten reply, and close the box once no reply is left.
           PERFORM UNTIL WS-THR-DEPTH = 0
               MOVE WS-THR-STACK(WS-THR-DEPTH) TO WS-THR-CUR
               IF WS-THR-DONE(WS-THR-CUR) = 0
                   PERFORM WRITE-ONE-COMMENT
                   MOVE 1 TO WS-THR-DONE(WS-THR-CUR)
               END-IF
               MOVE 0 TO WS-THR-CHILD
               PERFORM VARYING WS-THR-J FROM 1 BY 1
                   UNTIL WS-THR-J > WS-THR-COUNT
                   IF WS-THR-PARENT(WS-THR-J) = WS-THR-CUR
                       AND WS-THR-DONE(WS-THR-J) = 0
                       MOVE WS-THR-J TO WS-THR-CHILD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-THR-CHILD > 0
                   ADD 1 TO WS-THR-DEPTH
                   MOVE WS-THR-CHILD TO WS-THR-STACK(WS-THR-DEPTH)
               ELSE
                   MOVE "</div>" TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   SUBTRACT 1 FROM WS-THR-DEPTH
               END-IF
           END-PERFORM.

       WRITE-ONE-COMMENT.
      * The comment in thread entry WS-THR-CUR: open its box, the
      * name/date line, then its text lines. The box is closed by
      * WRITE-COMMENT-THREAD after its replies. A comment posted
      * under the post's own author name is marked as the author's.
           MOVE WS-THR-FIRST(WS-THR-CUR) TO WS-COMM-I
           MOVE 0 TO WS-COMM-BY-AUTHOR
           IF FUNCTION UPPER-CASE(WS-COMM-NAME(WS-COMM-I))
               = FUNCTION UPPER-CASE(IE-AUTHOR OF WS-IE-CUR)
               MOVE 1 TO WS-COMM-BY-AUTHOR
           END-IF
           MOVE "comment" TO WS-COMM-CLASS
           IF WS-THR-PARENT(WS-THR-CUR) > 0
               MOVE "comment reply" TO WS-COMM-CLASS
           END-IF
           IF WS-COMM-BY-AUTHOR = 1
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-COMM-CLASS) " by-author"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO WS-COMM-CLASS
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "<div class='" FUNCTION TRIM(WS-COMM-CLASS) "'>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE SPACES TO WS-COMM-DISP-DATE
           STRING WS-COMM-DATE(WS-COMM-I)(1:4) "-"
               WS-COMM-DATE(WS-COMM-I)(5:2) "-"
               WS-COMM-DATE(WS-COMM-I)(7:2)
               DELIMITED SIZE INTO WS-COMM-DISP-DATE
           MOVE WS-COMM-NAME(WS-COMM-I) TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE SPACES TO WS-LINE
           IF WS-COMM-BY-AUTHOR = 1
               STRING "<p class='comment-meta'><strong>"
                   FUNCTION TRIM(WS-HESC-OUT)
                   "</strong> <span class='comment-badge'>"
                   "Author</span> &middot; <time>"
                   WS-COMM-DISP-DATE
                   "</time></p>"
                   DELIMITED SIZE INTO WS-LINE
           ELSE
               STRING "<p class='comment-meta'><strong>"
                   FUNCTION TRIM(WS-HESC-OUT)
                   "</strong> &middot; <time>"
                   WS-COMM-DISP-DATE
                   "</time></p>"
                   DELIMITED SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           MOVE WS-COMM-DATE(WS-COMM-I) TO WS-COMM-PREV-DATE
           MOVE WS-COMM-NAME(WS-COMM-I) TO WS-COMM-PREV-NAME
           PERFORM VARYING WS-COMM-I FROM WS-COMM-I BY 1
               UNTIL WS-COMM-I > WS-COMMENT-COUNT
               IF FUNCTION TRIM(WS-COMM-SLUG(WS-COMM-I))
                   NOT = FUNCTION TRIM(IE-SLUG OF WS-IE-CUR)
                   OR WS-COMM-DATE(WS-COMM-I) NOT = WS-COMM-PREV-DATE
                   OR WS-COMM-NAME(WS-COMM-I) NOT = WS-COMM-PREV-NAME
                   EXIT PERFORM
               END-IF
               IF FUNCTION TRIM(WS-COMM-TEXT(WS-COMM-I))
                   NOT = SPACES
                   MOVE WS-COMM-TEXT(WS-COMM-I) TO WS-HESC-SRC
                   PERFORM ESCAPE-FOR-HTML
                   MOVE SPACES TO WS-LINE
                   STRING "<p>"
                       FUNCTION TRIM(WS-HESC-OUT)
                       "</p>"
                       DELIMITED SIZE INTO WS-LINE
                   MOVE WS-LINE TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           END-PERFORM.

       REPORT-COMMENT-PROBLEMS.
      * Moderation report: every unapproved comment, and every

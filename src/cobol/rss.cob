      * a language-scoped feed-<code>.xml; with no --lang= the feed
      * carries default-language posts only (blank POST-LANG means
      * "en"), so translations never pollute the main feed.
      * A sponsored post (POST-SPONSOR set) carries the disclosure
      * at the head of its description/summary/content_text and a
      * "sponsored" category, the feed counterpart of the banner
      * COBLOG-SITE puts on the page.
      * A post carrying an episode (POST-AUDIO-URL) gets an RSS
      * <enclosure>, an Atom rel='enclosure' link or a JSON Feed
      * attachment. --podcast produces the dedicated podcast feed
      * (podcast.xml, the way --tag= produces feed-<tag>.xml): only
      * episode posts, the channel titled from podcast-title, and
      * the iTunes channel and item tags the podcast directories
      * require, filled from the podcast-* config settings.
      * ============================================================

       ENVIRONMENT DIVISION.
       01 WS-TAG-FILTER        PIC X(30) VALUE SPACES.
       01 WS-TAG-MATCH         PIC 9 VALUE 0.
       01 WS-LANG-FILTER       PIC X(5) VALUE "en".
       01 WS-PODCAST-MODE      PIC 9 VALUE 0.
       01 WS-EFF-LANG          PIC X(5) VALUE SPACES.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 1.
       01 WS-POST-EXPIRED      PIC 9  VALUE 0.

      * Command line
       01 WS-ARGS              PIC X(256) VALUE SPACES.

      * Trimmed fields
       01 WS-TRIMMED-TITLE     PIC X(120) VALUE SPACES.
      * Room for the "Sponsored by <sponsor>: " disclosure ahead of
      * the 160-byte POST-DESC
       01 WS-TRIMMED-DESC      PIC X(220) VALUE SPACES.
       01 WS-TRIMMED-SPONSOR   PIC X(40) VALUE SPACES.

      * Episode fields for the enclosure / attachment
       01 WS-TRIMMED-AUDIO     PIC X(160) VALUE SPACES.
       01 WS-TRIMMED-AUDIO-TYPE PIC X(30) VALUE SPACES.
       01 WS-AUDIO-REL         PIC X(160) VALUE SPACES.
       01 WS-XML-AUDIO         PIC X(400) VALUE SPACES.
       01 WS-AUDIO-BYTES       PIC 9(10) VALUE 0.
       01 WS-AUDIO-BYTES-DISP  PIC Z(9)9.
       01 WS-AUDIO-SECS        PIC 9(6) VALUE 0.
       01 WS-AUDIO-SECS-DISP   PIC Z(5)9.
       01 WS-AUDIO-HH          PIC 99 VALUE 0.
       01 WS-AUDIO-MM          PIC 99 VALUE 0.
       01 WS-AUDIO-SS          PIC 99 VALUE 0.
       01 WS-AUDIO-REM         PIC 9(6) VALUE 0.
       01 WS-AUDIO-HMS         PIC X(8) VALUE SPACES.
       01 WS-TRIMMED-CANONICAL PIC X(120) VALUE SPACES.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-AUTHOR    PIC X(40) VALUE SPACES.

      * JSON string escaping (quote and backslash only), for the
      * JSON Feed format
       01 WS-ESC-SRC           PIC X(220) VALUE SPACES.
       01 WS-ESC-OUT           PIC X(440) VALUE SPACES.
       01 WS-ESC-LEN           PIC 999 VALUE 0.
       01 WS-ESC-OUT-LEN       PIC 999 VALUE 0.
       01 WS-ESC-I             PIC 999 VALUE 0.
      * description and author text can legally contain &, <, >
      * or quotes, and must not be allowed to break the XML they
      * are STRING'd into)
       01 WS-XESC-SRC          PIC X(220) VALUE SPACES.
      * Sized for the true worst case out of ESCAPE-FOR-XML: all 220
      * source characters being '"' or "'", the two entities that
      * expand the most (&quot; / &apos;, 6 characters each).
       01 WS-XESC-OUT          PIC X(1320) VALUE SPACES.
       01 WS-XESC-LEN          PIC 999    VALUE 0.
       01 WS-XESC-PTR          PIC 9(4)   VALUE 1.
       01 WS-XESC-I            PIC 999    VALUE 0.
       01 WS-XESC-ONE-CHAR     PIC X      VALUE SPACE.
       01 WS-XML-TITLE         PIC X(250) VALUE SPACES.
       01 WS-XML-DESC          PIC X(400) VALUE SPACES.
       01 WS-XML-AUTHOR        PIC X(100) VALUE SPACES.
       01 WS-XML-CANONICAL     PIC X(250) VALUE SPACES.

           IF WS-GOT-CONFIG = 1
               PERFORM LOAD-SITE-CONFIG
           END-IF
      * The podcast feed is titled as the show, not the site
           IF WS-PODCAST-MODE = 1
               AND WS-CFG-PODCAST-TITLE NOT = SPACES
               MOVE WS-CFG-PODCAST-TITLE TO WS-CFG-SITE-TITLE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
                               MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                                   TO WS-CONFIG-PATH
                               MOVE 1 TO WS-GOT-CONFIG
                           ELSE
                           IF WS-ARG-ENTRY(WS-ARG-I) = "--podcast"
                               MOVE 1 TO WS-PODCAST-MODE
                           END-IF
                           END-IF
                           END-IF
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
                   DISPLAY "COBLOG-RSS: unrecognized config key '"
                       FUNCTION TRIM(WS-CONFIG-KEY) "' ignored"
               EXIT PARAGRAPH
           END-IF

      * The podcast feed carries episodes only
           IF WS-PODCAST-MODE = 1 AND POST-AUDIO-URL = SPACES
               MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG
               EXIT PARAGRAPH
           END-IF

      * Limit items
           IF WS-ITEM-COUNT >= WS-MAX-ITEMS
               MOVE 1 TO WS-EOF
               TO WS-TRIMMED-CANONICAL
           MOVE FUNCTION TRIM(POST-AUTHOR) TO WS-TRIMMED-AUTHOR
           MOVE POST-DATE TO WS-TRIMMED-DATE
      * Paid placement: the disclosure leads the description
           MOVE FUNCTION TRIM(POST-SPONSOR) TO WS-TRIMMED-SPONSOR
           IF WS-TRIMMED-SPONSOR NOT = SPACES
               MOVE SPACES TO WS-TRIMMED-DESC
               STRING "Sponsored by "
                   FUNCTION TRIM(WS-TRIMMED-SPONSOR) ": "
                   FUNCTION TRIM(POST-DESC)
                   DELIMITED SIZE INTO WS-TRIMMED-DESC
           END-IF
      * The publish time rides into pubDate/updated below; blank
      * POST-TIME keeps reading as midnight
           MOVE POST-TIME TO WS-EFF-TIME-OF-DAY
           IF WS-EFF-TIME-OF-DAY NOT NUMERIC
               MOVE "000000" TO WS-EFF-TIME-OF-DAY
           END-IF
           PERFORM TRIM-EPISODE-FIELDS
           PERFORM ESCAPE-RECORD-FIELDS-FOR-XML

      * Report Heading - feed header (once)
       WRITE-RSS-HEADER.
           DISPLAY
               "<?xml version='1.0' encoding='UTF-8'?>"
           IF WS-PODCAST-MODE = 1
               DISPLAY "<rss version='2.0' xmlns:itunes='"
                   "http://www.itunes.com/dtds/podcast-1.0.dtd'>"
           ELSE
               DISPLAY
                   "<rss version='2.0'>"
           END-IF
           DISPLAY "  <channel>"
           MOVE WS-CFG-SITE-TITLE TO WS-XESC-SRC
           PERFORM ESCAPE-FOR-XML
                   "</language>"
                   DELIMITED SIZE INTO WS-LINE
               DISPLAY FUNCTION TRIM(WS-LINE)
           END-IF
           IF WS-PODCAST-MODE = 1
               PERFORM WRITE-ITUNES-CHANNEL-TAGS
           END-IF.

       WRITE-ITUNES-CHANNEL-TAGS.
      * The show-level tags the podcast directories insist on,
      * from the podcast-* config settings; an unset setting is
      * left out rather than emitted empty.
           IF WS-CFG-PODCAST-AUTHOR NOT = SPACES
               MOVE WS-CFG-PODCAST-AUTHOR TO WS-XESC-SRC
               PERFORM ESCAPE-FOR-XML
               MOVE SPACES TO WS-LINE
               STRING "<itunes:author>"
                   FUNCTION TRIM(WS-XESC-OUT)
                   "</itunes:author>"
                   DELIMITED SIZE INTO WS-LINE
               DISPLAY FUNCTION TRIM(WS-LINE)
               MOVE SPACES TO WS-LINE
               STRING "<itunes:owner><itunes:name>"
                   FUNCTION TRIM(WS-XESC-OUT)
                   "</itunes:name></itunes:owner>"
                   DELIMITED SIZE INTO WS-LINE
               DISPLAY FUNCTION TRIM(WS-LINE)
           END-IF
           MOVE WS-CFG-SITE-TAGLINE TO WS-XESC-SRC
           PERFORM ESCAPE-FOR-XML
           MOVE SPACES TO WS-LINE
           STRING "<itunes:summary>"
               FUNCTION TRIM(WS-XESC-OUT)
               "</itunes:summary>"
               DELIMITED SIZE INTO WS-LINE
           DISPLAY FUNCTION TRIM(WS-LINE)
           IF WS-CFG-PODCAST-IMAGE NOT = SPACES
               MOVE WS-CFG-PODCAST-IMAGE TO WS-XESC-SRC
               PERFORM ESCAPE-FOR-XML
               MOVE SPACES TO WS-LINE
               STRING "<itunes:image href='"
                   FUNCTION TRIM(WS-XESC-OUT)
                   "'/>"
                   DELIMITED SIZE INTO WS-LINE
               DISPLAY FUNCTION TRIM(WS-LINE)
           END-IF
           IF WS-CFG-PODCAST-CATEGORY NOT = SPACES
               MOVE WS-CFG-PODCAST-CATEGORY TO WS-XESC-SRC
               PERFORM ESCAPE-FOR-XML
               MOVE SPACES TO WS-LINE
               STRING "<itunes:category text='"
                   FUNCTION TRIM(WS-XESC-OUT)
                   "'/>"
                   DELIMITED SIZE INTO WS-LINE
               DISPLAY FUNCTION TRIM(WS-LINE)
           END-IF
           IF WS-CFG-PODCAST-EXPLICIT = "true"
               DISPLAY "<itunes:explicit>true</itunes:explicit>"
           ELSE
               DISPLAY "<itunes:explicit>false</itunes:explicit>"
           END-IF.

       WRITE-ATOM-HEADER.
               "</guid>"
               DELIMITED SIZE INTO WS-LINE
           DISPLAY FUNCTION TRIM(WS-LINE)
           IF WS-TRIMMED-SPONSOR NOT = SPACES
               DISPLAY "<category>sponsored</category>"
           END-IF
           IF WS-TRIMMED-AUDIO NOT = SPACES
               MOVE SPACES TO WS-LINE
               STRING "<enclosure url='"
                   FUNCTION TRIM(WS-XML-AUDIO)
                   "' length='" FUNCTION TRIM(WS-AUDIO-BYTES-DISP)
                   "' type='" FUNCTION TRIM(WS-TRIMMED-AUDIO-TYPE)
                   "'/>"
                   DELIMITED SIZE INTO WS-LINE
               DISPLAY FUNCTION TRIM(WS-LINE)
               IF WS-PODCAST-MODE = 1
                   PERFORM WRITE-ITUNES-ITEM-TAGS
               END-IF
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "      <pubDate>"
               FUNCTION TRIM(WS-RFC-DATE)
               FUNCTION TRIM(WS-XML-AUTHOR)
               "</name></author>"
               DELIMITED SIZE INTO WS-LINE
           DISPLAY FUNCTION TRIM(WS-LINE)
           IF WS-TRIMMED-SPONSOR NOT = SPACES
               DISPLAY "<category term='sponsored'/>"
           END-IF
           IF WS-TRIMMED-AUDIO NOT = SPACES
               MOVE SPACES TO WS-LINE
               STRING "<link rel='enclosure' type='"
                   FUNCTION TRIM(WS-TRIMMED-AUDIO-TYPE)
                   "' length='" FUNCTION TRIM(WS-AUDIO-BYTES-DISP)
                   "' href='" FUNCTION TRIM(WS-XML-AUDIO)
                   "'/>"
                   DELIMITED SIZE INTO WS-LINE
               DISPLAY FUNCTION TRIM(WS-LINE)
           END-IF.

       WRITE-ITUNES-ITEM-TAGS.
           MOVE SPACES TO WS-LINE
           STRING "<itunes:author>"
               FUNCTION TRIM(WS-XML-AUTHOR)
               "</itunes:author>"
               DELIMITED SIZE INTO WS-LINE
           DISPLAY FUNCTION TRIM(WS-LINE)
           MOVE SPACES TO WS-LINE
           STRING "<itunes:summary>"
               FUNCTION TRIM(WS-XML-DESC)
               "</itunes:summary>"
               DELIMITED SIZE INTO WS-LINE
           DISPLAY FUNCTION TRIM(WS-LINE)
           IF WS-AUDIO-SECS > 0
               MOVE SPACES TO WS-LINE
               STRING "<itunes:duration>" WS-AUDIO-HMS
                   "</itunes:duration>"
                   DELIMITED SIZE INTO WS-LINE
               DISPLAY FUNCTION TRIM(WS-LINE)
           END-IF
           DISPLAY "<itunes:episodeType>full</itunes:episodeType>".

       TRIM-EPISODE-FIELDS.
      * The episode fields in feed-ready form. A byte count or
      * running time that is not numeric goes out as 0 / omitted
      * rather than as garbage in a numeric attribute. Podcast
      * clients fetch the enclosure on their own, so a site-root
      * path is made absolute with base-url.
           MOVE FUNCTION TRIM(POST-AUDIO-URL) TO WS-TRIMMED-AUDIO
           IF WS-TRIMMED-AUDIO(1:1) = "/"
               AND WS-TRIMMED-AUDIO(2:1) NOT = "/"
               AND WS-CFG-BASE-URL NOT = SPACES
               MOVE WS-TRIMMED-AUDIO TO WS-AUDIO-REL
               MOVE SPACES TO WS-TRIMMED-AUDIO
               STRING FUNCTION TRIM(WS-CFG-BASE-URL)
                   FUNCTION TRIM(WS-AUDIO-REL)
                   DELIMITED SIZE INTO WS-TRIMMED-AUDIO
           END-IF
           MOVE FUNCTION TRIM(POST-AUDIO-TYPE)
               TO WS-TRIMMED-AUDIO-TYPE
           IF WS-TRIMMED-AUDIO-TYPE = SPACES
               MOVE "audio/mpeg" TO WS-TRIMMED-AUDIO-TYPE
           END-IF
           MOVE 0 TO WS-AUDIO-BYTES
           IF POST-AUDIO-BYTES NUMERIC
               MOVE POST-AUDIO-BYTES TO WS-AUDIO-BYTES
           END-IF
           MOVE WS-AUDIO-BYTES TO WS-AUDIO-BYTES-DISP
           MOVE 0 TO WS-AUDIO-SECS
           IF POST-AUDIO-SECS NUMERIC
               MOVE POST-AUDIO-SECS TO WS-AUDIO-SECS
           END-IF
           MOVE WS-AUDIO-SECS TO WS-AUDIO-SECS-DISP
           DIVIDE WS-AUDIO-SECS BY 3600 GIVING WS-AUDIO-HH
               REMAINDER WS-AUDIO-REM
           DIVIDE WS-AUDIO-REM BY 60 GIVING WS-AUDIO-MM
               REMAINDER WS-AUDIO-SS
           MOVE SPACES TO WS-AUDIO-HMS
           STRING WS-AUDIO-HH ":" WS-AUDIO-MM ":" WS-AUDIO-SS
               DELIMITED SIZE INTO WS-AUDIO-HMS.

       WRITE-JSON-ITEM.
           DISPLAY "    {"
               DELIMITED SIZE INTO WS-LINE
           DISPLAY FUNCTION TRIM(WS-LINE)

           IF WS-TRIMMED-SPONSOR NOT = SPACES
               DISPLAY '"tags": ["sponsored"],'
           END-IF

           IF WS-TRIMMED-AUDIO NOT = SPACES
               MOVE WS-TRIMMED-AUDIO TO WS-ESC-SRC
               PERFORM ESCAPE-FOR-JSON
               MOVE SPACES TO WS-LINE
               STRING '"attachments": [{"url": "'
                   FUNCTION TRIM(WS-ESC-OUT)
                   '", "mime_type": "'
                   FUNCTION TRIM(WS-TRIMMED-AUDIO-TYPE)
                   '", "size_in_bytes": '
                   FUNCTION TRIM(WS-AUDIO-BYTES-DISP)
                   ', "duration_in_seconds": '
                   FUNCTION TRIM(WS-AUDIO-SECS-DISP)
                   '}],'
                   DELIMITED SIZE INTO WS-LINE
               DISPLAY FUNCTION TRIM(WS-LINE)
           END-IF

           MOVE WS-TRIMMED-AUTHOR TO WS-ESC-SRC
           PERFORM ESCAPE-FOR-JSON
           MOVE SPACES TO WS-LINE
           MOVE WS-XESC-OUT TO WS-XML-AUTHOR
           MOVE WS-TRIMMED-CANONICAL TO WS-XESC-SRC
           PERFORM ESCAPE-FOR-XML
           MOVE WS-XESC-OUT TO WS-XML-CANONICAL
           MOVE WS-TRIMMED-AUDIO TO WS-XESC-SRC
           PERFORM ESCAPE-FOR-XML
           MOVE WS-XESC-OUT TO WS-XML-AUDIO.

       FORMAT-RFC822-DATE.
      * Convert YYYYMMDD + HHMMSS to RFC 822:
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

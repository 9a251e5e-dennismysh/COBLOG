      *   - POST-SLUG must be present and URL-safe (a-z, 0-9, -)
      *   - POST-CANONICAL must be a well-formed absolute URL
      *   - POST-SLUG must not repeat under a different POST-DATE
      *   - POST-EXPIRES-DATE/-TIME, when present, must be a real
      *     date and time later than POST-DATE + POST-TIME
      *   - a podcast episode (POST-AUDIO-URL set) must carry a
      *     numeric, non-zero POST-AUDIO-BYTES, an "audio/" media
      *     type when one is given, and a numeric POST-AUDIO-SECS
      *     when one is given; the other POST-AUDIO-* fields are
      *     refused on a record with no POST-AUDIO-URL
      *   - an event (any POST-EVENT-* field set) must carry a real
      *     POST-EVENT-DATE and POST-EVENT-TIME, and an end, when
      *     given, must not fall before the start
      * With --tag-master=<path> (one "canonical|alias|alias|..."
      * line per tag) every tag a record carries must be a listed
      * canonical or alias; an unknown tag fails validation like a
      *                     seen-slug work file name, so an ad-hoc
      *                     daytime run cannot corrupt the nightly
      *                     chain's work file.
      *   2026-10-15  dev   Record length 2046 (expiry fields);
      *                     POST-EXPIRES-DATE/-TIME field checks.
      *   2026-10-15  dev   Record length 2086 (sponsor field).
      *   2026-10-15  dev   Record length 2292 (podcast episode fields).
      *   2026-10-15  dev   POST-AUDIO-* field checks.
      *   2026-10-15  dev   Record length 2600 (event fields);
      *                     POST-EVENT-* field checks.
      * ============================================================

       ENVIRONMENT DIVISION.
           COPY POSTREC.

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD        PIC X(2600).

       FD SEEN-FILE.
       01 SEEN-RECORD.
       01 WS-ARG-I              PIC 99 VALUE 0.

       01 WS-DIAG-LINE          PIC X(256) VALUE SPACES.
       01 WS-EXPIRY-TIME        PIC X(6) VALUE SPACES.
       01 WS-LIVE-TIME          PIC X(6) VALUE SPACES.
       01 WS-EVENT-START        PIC X(14) VALUE SPACES.
       01 WS-EVENT-END          PIC X(14) VALUE SPACES.
       01 WS-RECORD-NUM-DISP    PIC ZZZZZ9.
       01 WS-RECORD-COUNT-DISP  PIC ZZZZZ9.
       01 WS-VALID-COUNT-DISP   PIC ZZZZZ9.
           PERFORM CHECK-SERIES-PART
           PERFORM CHECK-LANG-FIELDS
           PERFORM CHECK-TIME-FIELD
           PERFORM CHECK-EXPIRY-FIELDS
           PERFORM CHECK-AUDIO-FIELDS
           PERFORM CHECK-EVENT-FIELDS

           IF WS-GOT-TAGMASTER = 1
               PERFORM CHECK-TAGS-KNOWN
               DELIMITED SIZE INTO WS-DIAG-LINE
           DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR.

       CHECK-EXPIRY-FIELDS.
      * Both expiry fields are optional (a blank date means the
      * post never expires, a blank time means midnight), but an
      * expiry time with no date, a malformed value, or an expiry
      * that does not fall after the post goes live would take the
      * post down on the wrong day - or before it was ever up.
           IF POST-EXPIRES-DATE = SPACES
               IF POST-EXPIRES-TIME NOT = SPACES
                   PERFORM REPORT-ERROR-BAD-EXPIRY
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF POST-EXPIRES-DATE NOT NUMERIC
               PERFORM REPORT-ERROR-BAD-EXPIRY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(POST-EXPIRES-DATE)) NOT = 0
               PERFORM REPORT-ERROR-BAD-EXPIRY
               EXIT PARAGRAPH
           END-IF
           MOVE "000000" TO WS-EXPIRY-TIME
           IF POST-EXPIRES-TIME NOT = SPACES
               IF POST-EXPIRES-TIME NOT NUMERIC
                   OR POST-EXPIRES-TIME(1:2) > "23"
                   OR POST-EXPIRES-TIME(3:2) > "59"
                   OR POST-EXPIRES-TIME(5:2) > "59"
                   PERFORM REPORT-ERROR-BAD-EXPIRY
                   EXIT PARAGRAPH
               END-IF
               MOVE POST-EXPIRES-TIME TO WS-EXPIRY-TIME
           END-IF
           MOVE "000000" TO WS-LIVE-TIME
           IF POST-TIME NUMERIC
               MOVE POST-TIME TO WS-LIVE-TIME
           END-IF
           IF POST-DATE NUMERIC
               AND (POST-EXPIRES-DATE < POST-DATE
                   OR (POST-EXPIRES-DATE = POST-DATE
                       AND WS-EXPIRY-TIME <= WS-LIVE-TIME))
               MOVE 0 TO WS-RECORD-VALID
               MOVE SPACES TO WS-DIAG-LINE
               STRING "VALIDATE: record "
                   FUNCTION TRIM(WS-RECORD-NUM-DISP)
                   " (slug=" FUNCTION TRIM(WS-TRIMMED-SLUG)
                   ") expires " POST-EXPIRES-DATE
                   " before it goes live on " POST-DATE
                   DELIMITED SIZE INTO WS-DIAG-LINE
               DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
           END-IF.

       REPORT-ERROR-BAD-EXPIRY.
           MOVE 0 TO WS-RECORD-VALID
           MOVE SPACES TO WS-DIAG-LINE
           STRING "VALIDATE: record " FUNCTION TRIM(WS-RECORD-NUM-DISP)
               " (slug=" FUNCTION TRIM(WS-TRIMMED-SLUG)
               ") has a malformed expiry '" POST-EXPIRES-DATE
               "' '" POST-EXPIRES-TIME "'"
               DELIMITED SIZE INTO WS-DIAG-LINE
           DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR.

       CHECK-AUDIO-FIELDS.
      * The enclosure length is mandatory in RSS and the directories
      * reject an episode without one; a stray byte count or type
      * on a post with no audio is a paste into the wrong column.
           IF POST-AUDIO-URL = SPACES
               IF (POST-AUDIO-BYTES NOT = SPACES
                       AND POST-AUDIO-BYTES NOT = ZEROS)
                   OR POST-AUDIO-TYPE NOT = SPACES
                   OR (POST-AUDIO-SECS NOT = SPACES
                       AND POST-AUDIO-SECS NOT = ZEROS)
                   PERFORM REPORT-ERROR-BAD-AUDIO
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF POST-AUDIO-BYTES NOT NUMERIC
               OR POST-AUDIO-BYTES = ZEROS
               PERFORM REPORT-ERROR-BAD-AUDIO
               EXIT PARAGRAPH
           END-IF
           IF POST-AUDIO-TYPE NOT = SPACES
               AND POST-AUDIO-TYPE(1:6) NOT = "audio/"
               PERFORM REPORT-ERROR-BAD-AUDIO
               EXIT PARAGRAPH
           END-IF
           IF POST-AUDIO-SECS NOT = SPACES
               AND POST-AUDIO-SECS NOT NUMERIC
               PERFORM REPORT-ERROR-BAD-AUDIO
           END-IF.

       CHECK-EVENT-FIELDS.
      * An event with no start time cannot go into a calendar, and
      * one that ends before it starts is refused by every calendar
      * client. A blank end date with an end time means the event
      * ends on its start day.
           IF POST-EVENT-DATE = SPACES
               AND POST-EVENT-TIME = SPACES
               AND POST-EVENT-END-DATE = SPACES
               AND POST-EVENT-END-TIME = SPACES
               AND POST-EVENT-LOCATION = SPACES
               AND POST-EVENT-URL = SPACES
               EXIT PARAGRAPH
           END-IF
           IF POST-EVENT-DATE NOT NUMERIC
               PERFORM REPORT-ERROR-BAD-EVENT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(POST-EVENT-DATE)) NOT = 0
               PERFORM REPORT-ERROR-BAD-EVENT
               EXIT PARAGRAPH
           END-IF
           IF POST-EVENT-TIME NOT NUMERIC
               OR POST-EVENT-TIME(1:2) > "23"
               OR POST-EVENT-TIME(3:2) > "59"
               OR POST-EVENT-TIME(5:2) > "59"
               PERFORM REPORT-ERROR-BAD-EVENT
               EXIT PARAGRAPH
           END-IF
           IF POST-EVENT-END-DATE = SPACES
               AND POST-EVENT-END-TIME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE POST-EVENT-DATE TO WS-EVENT-START(1:8)
           MOVE POST-EVENT-TIME TO WS-EVENT-START(9:6)
           MOVE WS-EVENT-START TO WS-EVENT-END
           IF POST-EVENT-END-DATE NOT = SPACES
               IF POST-EVENT-END-DATE NOT NUMERIC
                   PERFORM REPORT-ERROR-BAD-EVENT
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(POST-EVENT-END-DATE)) NOT = 0
                   PERFORM REPORT-ERROR-BAD-EVENT
                   EXIT PARAGRAPH
               END-IF
               MOVE POST-EVENT-END-DATE TO WS-EVENT-END(1:8)
               MOVE "000000" TO WS-EVENT-END(9:6)
           END-IF
           IF POST-EVENT-END-TIME NOT = SPACES
               IF POST-EVENT-END-TIME NOT NUMERIC
                   OR POST-EVENT-END-TIME(1:2) > "23"
                   OR POST-EVENT-END-TIME(3:2) > "59"
                   OR POST-EVENT-END-TIME(5:2) > "59"
                   PERFORM REPORT-ERROR-BAD-EVENT
                   EXIT PARAGRAPH
               END-IF
               MOVE POST-EVENT-END-TIME TO WS-EVENT-END(9:6)
           END-IF
           IF WS-EVENT-END < WS-EVENT-START
               MOVE 0 TO WS-RECORD-VALID
               MOVE SPACES TO WS-DIAG-LINE
               STRING "VALIDATE: record "
                   FUNCTION TRIM(WS-RECORD-NUM-DISP)
                   " (slug=" FUNCTION TRIM(WS-TRIMMED-SLUG)
                   ") event ends " WS-EVENT-END
                   " before it starts " WS-EVENT-START
                   DELIMITED SIZE INTO WS-DIAG-LINE
               DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
           END-IF.

       REPORT-ERROR-BAD-EVENT.
           MOVE 0 TO WS-RECORD-VALID
           MOVE SPACES TO WS-DIAG-LINE
           STRING "VALIDATE: record " FUNCTION TRIM(WS-RECORD-NUM-DISP)
               " (slug=" FUNCTION TRIM(WS-TRIMMED-SLUG)
               ") has an event with a missing or malformed start '"
               POST-EVENT-DATE "' '" POST-EVENT-TIME
               "' or end '" POST-EVENT-END-DATE "' '"
               POST-EVENT-END-TIME "'"
               DELIMITED SIZE INTO WS-DIAG-LINE
           DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR.

       REPORT-ERROR-BAD-AUDIO.
           MOVE 0 TO WS-RECORD-VALID
           MOVE SPACES TO WS-DIAG-LINE
           STRING "VALIDATE: record " FUNCTION TRIM(WS-RECORD-NUM-DISP)
               " (slug=" FUNCTION TRIM(WS-TRIMMED-SLUG)
               ") has malformed episode fields: bytes '"
               POST-AUDIO-BYTES "' type '"
               FUNCTION TRIM(POST-AUDIO-TYPE) "' secs '"
               POST-AUDIO-SECS "'"
               DELIMITED SIZE INTO WS-DIAG-LINE
           DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR.

       CHECK-DUPLICATE-SLUG.
      * Scan the seen-slug work file for this slug; record it there
      * when it is new. One scan plus at most one append per post.

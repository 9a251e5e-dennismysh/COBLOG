      * ============================================================
      * COBLOG Author-Friendly Post Import
      * Writers should not be padding fields to exact byte offsets
      * in a 2600-byte record - most of what COBLOG-VALIDATE
      * rejects is really a padding mistake. This converter reads
      * a plain keyword/value header followed by free body text on
      * stdin and emits correctly padded POSTREC lines on stdout,
      *                                base-url/<slug> is used)
      *   language: fr                (optional)
      *   translation-of: getting-started-with-sort
      *   expires: 2026-12-31         (optional; or 20261231)
      *   expires-time: 23:59:00      (with expires; or 235900)
      *   sponsor: Acme Tools Ltd     (paid placements only)
      *   audio: /audio/ep12.mp3      (podcast episode; optional)
      *   audio-bytes: 24567890       (with audio - file size)
      *   audio-type: audio/mpeg      (with audio)
      *   audio-duration: 00:41:07    (HH:MM:SS, MM:SS or seconds)
      *   event-date: 2026-11-05      (event posts; or 20261105)
      *   event-time: 18:30:00        (required with event-date)
      *   event-end-date: 2026-11-05  (optional)
      *   event-end-time: 20:00:00    (optional)
      *   event-location: Guild Hall, Leeds
      *   event-url: https://...      (join link, online events)
      *   <blank line>
      *   body text, one line per POST-BODY-LINE, in the
      *   lightweight markup COBLOG-SITE renders
      *
      * Modification history:
      *   2026-09-02  dev   Initial version.
      *   2026-10-15  dev   expires: / expires-time: keywords.
      *   2026-10-15  dev   sponsor: keyword.
      *   2026-10-15  dev   audio: / audio-bytes: / audio-type: /
      *                     audio-duration: keywords.
      *   2026-10-15  dev   event-date: / event-time: / event-end-
      *                     date: / event-end-time: / event-
      *                     location: / event-url: keywords.
      * ============================================================

       ENVIRONMENT DIVISION.
       01 INPUT-LINE           PIC X(1000).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD        PIC X(2600).

       FD CONFIG-FILE.
       01 CONFIG-LINE          PIC X(256).
           05 WS-TAG-PART OCCURS 5 TIMES PIC X(100).
       01 WS-TAG-I             PIC 9 VALUE 0.

      * Episode running time taken apart at the colons
       01 WS-DUR-SPLIT.
           05 WS-DUR-PART OCCURS 3 TIMES PIC X(10).
       01 WS-DUR-LEN-TABLE.
           05 WS-DUR-LEN OCCURS 3 TIMES PIC 99.
       01 WS-DUR-COUNT         PIC 9 VALUE 0.
       01 WS-DUR-I             PIC 9 VALUE 0.
       01 WS-DUR-OK            PIC 9 VALUE 0.
       01 WS-DUR-SECS          PIC 9(7) VALUE 0.

      * Generated JSON-LD
       01 WS-JSONLD-BUF        PIC X(800) VALUE SPACES.
       01 WS-DISP-DATE         PIC X(10) VALUE SPACES.
                   PERFORM STORE-DATE-VALUE
               WHEN "time"
                   PERFORM STORE-TIME-VALUE
               WHEN "sponsor"
                   MOVE "sponsor" TO WS-FIELD-NAME
                   MOVE 40 TO WS-FIELD-LIMIT
                   PERFORM CHECK-VALUE-FITS
                   MOVE WS-HDR-VALUE(1:40) TO POST-SPONSOR
               WHEN "expires"
                   PERFORM STORE-EXPIRES-VALUE
               WHEN "expires-time"
                   PERFORM STORE-EXPIRES-TIME-VALUE
               WHEN "audio"
                   MOVE "audio" TO WS-FIELD-NAME
                   MOVE 160 TO WS-FIELD-LIMIT
                   PERFORM CHECK-VALUE-FITS
                   MOVE WS-HDR-VALUE(1:160) TO POST-AUDIO-URL
               WHEN "audio-bytes"
                   PERFORM STORE-AUDIO-BYTES-VALUE
               WHEN "audio-type"
                   MOVE "audio-type" TO WS-FIELD-NAME
                   MOVE 30 TO WS-FIELD-LIMIT
                   PERFORM CHECK-VALUE-FITS
                   MOVE FUNCTION LOWER-CASE(WS-HDR-VALUE(1:30))
                       TO POST-AUDIO-TYPE
               WHEN "audio-duration"
                   PERFORM STORE-AUDIO-DURATION-VALUE
               WHEN "event-date"
                   PERFORM STORE-EVENT-DATE-VALUE
               WHEN "event-time"
                   PERFORM STORE-EVENT-TIME-VALUE
               WHEN "event-end-date"
                   PERFORM STORE-EVENT-END-DATE-VALUE
               WHEN "event-end-time"
                   PERFORM STORE-EVENT-END-TIME-VALUE
               WHEN "event-location"
                   MOVE "event-location" TO WS-FIELD-NAME
                   MOVE 120 TO WS-FIELD-LIMIT
                   PERFORM CHECK-VALUE-FITS
                   MOVE WS-HDR-VALUE(1:120) TO POST-EVENT-LOCATION
               WHEN "event-url"
                   MOVE "event-url" TO WS-FIELD-NAME
                   MOVE 160 TO WS-FIELD-LIMIT
                   PERFORM CHECK-VALUE-FITS
                   MOVE WS-HDR-VALUE(1:160) TO POST-EVENT-URL
               WHEN "author"
                   MOVE "author" TO WS-FIELD-NAME
                   MOVE 40 TO WS-FIELD-LIMIT
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       STORE-EXPIRES-VALUE.
      * Same forms as date:
           PERFORM STRIP-DATE-PUNCTUATION
           IF WS-CLEAN-DT(1:8) NUMERIC
               AND WS-CLEAN-DT(9:2) = SPACES
               MOVE WS-CLEAN-DT(1:8) TO POST-EXPIRES-DATE
           ELSE
               MOVE SPACES TO WS-DIAG-LINE
               STRING "IMPORT: expires '"
                   FUNCTION TRIM(WS-HDR-VALUE)
                   "' is not YYYYMMDD or YYYY-MM-DD"
                   DELIMITED SIZE INTO WS-DIAG-LINE
               DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       STORE-EXPIRES-TIME-VALUE.
      * Same forms as time:
           PERFORM STRIP-DATE-PUNCTUATION
           IF WS-CLEAN-DT(1:6) NUMERIC
               AND WS-CLEAN-DT(7:4) = SPACES
               MOVE WS-CLEAN-DT(1:6) TO POST-EXPIRES-TIME
           ELSE
               MOVE SPACES TO WS-DIAG-LINE
               STRING "IMPORT: expires-time '"
                   FUNCTION TRIM(WS-HDR-VALUE)
                   "' is not HHMMSS or HH:MM:SS"
                   DELIMITED SIZE INTO WS-DIAG-LINE
               DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       STORE-EVENT-DATE-VALUE.
      * Same forms as date:
           PERFORM STRIP-DATE-PUNCTUATION
           IF WS-CLEAN-DT(1:8) NUMERIC
               AND WS-CLEAN-DT(9:2) = SPACES
               MOVE WS-CLEAN-DT(1:8) TO POST-EVENT-DATE
           ELSE
               MOVE SPACES TO WS-DIAG-LINE
               STRING "IMPORT: event-date '"
                   FUNCTION TRIM(WS-HDR-VALUE)
                   "' is not YYYYMMDD or YYYY-MM-DD"
                   DELIMITED SIZE INTO WS-DIAG-LINE
               DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       STORE-EVENT-TIME-VALUE.
      * Same forms as time:
           PERFORM STRIP-DATE-PUNCTUATION
           IF WS-CLEAN-DT(1:6) NUMERIC
               AND WS-CLEAN-DT(7:4) = SPACES
               MOVE WS-CLEAN-DT(1:6) TO POST-EVENT-TIME
           ELSE
               MOVE SPACES TO WS-DIAG-LINE
               STRING "IMPORT: event-time '"
                   FUNCTION TRIM(WS-HDR-VALUE)
                   "' is not HHMMSS or HH:MM:SS"
                   DELIMITED SIZE INTO WS-DIAG-LINE
               DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       STORE-EVENT-END-DATE-VALUE.
      * Same forms as date:
           PERFORM STRIP-DATE-PUNCTUATION
           IF WS-CLEAN-DT(1:8) NUMERIC
               AND WS-CLEAN-DT(9:2) = SPACES
               MOVE WS-CLEAN-DT(1:8) TO POST-EVENT-END-DATE
           ELSE
               MOVE SPACES TO WS-DIAG-LINE
               STRING "IMPORT: event-end-date '"
                   FUNCTION TRIM(WS-HDR-VALUE)
                   "' is not YYYYMMDD or YYYY-MM-DD"
                   DELIMITED SIZE INTO WS-DIAG-LINE
               DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       STORE-EVENT-END-TIME-VALUE.
      * Same forms as time:
           PERFORM STRIP-DATE-PUNCTUATION
           IF WS-CLEAN-DT(1:6) NUMERIC
               AND WS-CLEAN-DT(7:4) = SPACES
               MOVE WS-CLEAN-DT(1:6) TO POST-EVENT-END-TIME
           ELSE
               MOVE SPACES TO WS-DIAG-LINE
               STRING "IMPORT: event-end-time '"
                   FUNCTION TRIM(WS-HDR-VALUE)
                   "' is not HHMMSS or HH:MM:SS"
                   DELIMITED SIZE INTO WS-DIAG-LINE
               DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       STORE-AUDIO-BYTES-VALUE.
      * The enclosure length: a plain byte count, up to 10 digits
           IF WS-VALUE-LEN > 0 AND WS-VALUE-LEN <= 10
               AND WS-HDR-VALUE(1:WS-VALUE-LEN) NUMERIC
               MOVE FUNCTION NUMVAL(WS-HDR-VALUE(1:WS-VALUE-LEN))
                   TO POST-AUDIO-BYTES
           ELSE
               MOVE SPACES TO WS-DIAG-LINE
               STRING "IMPORT: audio-bytes '"
                   FUNCTION TRIM(WS-HDR-VALUE)
                   "' is not a byte count of 1-10 digits"
                   DELIMITED SIZE INTO WS-DIAG-LINE
               DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       STORE-AUDIO-DURATION-VALUE.
      * Accept HH:MM:SS, MM:SS or a plain number of seconds; the
      * record holds seconds.
           MOVE SPACES TO WS-DUR-SPLIT
           MOVE ZEROS TO WS-DUR-LEN-TABLE
           MOVE 0 TO WS-DUR-COUNT
           MOVE 1 TO WS-DUR-OK
           IF WS-VALUE-LEN = 0 OR WS-VALUE-LEN > 12
               MOVE 0 TO WS-DUR-OK
           ELSE
               UNSTRING WS-HDR-VALUE(1:WS-VALUE-LEN)
                   DELIMITED BY ":"
                   INTO WS-DUR-PART(1) COUNT IN WS-DUR-LEN(1)
                        WS-DUR-PART(2) COUNT IN WS-DUR-LEN(2)
                        WS-DUR-PART(3) COUNT IN WS-DUR-LEN(3)
                   TALLYING IN WS-DUR-COUNT
                   ON OVERFLOW
                       MOVE 0 TO WS-DUR-OK
               END-UNSTRING
           END-IF
           MOVE 0 TO WS-DUR-SECS
           IF WS-DUR-OK = 1
               PERFORM VARYING WS-DUR-I FROM 1 BY 1
                   UNTIL WS-DUR-I > WS-DUR-COUNT
                   IF WS-DUR-LEN(WS-DUR-I) = 0
                       OR WS-DUR-LEN(WS-DUR-I) > 6
                       OR WS-DUR-PART(WS-DUR-I)
                           (1:WS-DUR-LEN(WS-DUR-I)) NOT NUMERIC
                       MOVE 0 TO WS-DUR-OK
                       EXIT PERFORM
                   END-IF
                   COMPUTE WS-DUR-SECS = WS-DUR-SECS * 60
                       + FUNCTION NUMVAL(WS-DUR-PART(WS-DUR-I)
                           (1:WS-DUR-LEN(WS-DUR-I)))
               END-PERFORM
           END-IF
           IF WS-DUR-OK = 1 AND WS-DUR-SECS > 999999
               MOVE 0 TO WS-DUR-OK
           END-IF
           IF WS-DUR-OK = 1
               MOVE WS-DUR-SECS TO POST-AUDIO-SECS
           ELSE
               MOVE SPACES TO WS-DIAG-LINE
               STRING "IMPORT: audio-duration '"
                   FUNCTION TRIM(WS-HDR-VALUE)
                   "' is not HH:MM:SS, MM:SS or seconds"
                   DELIMITED SIZE INTO WS-DIAG-LINE
               DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       STRIP-DATE-PUNCTUATION.
      * WS-HDR-VALUE in -> WS-CLEAN-DT out, hyphens and colons
      * dropped, anything else copied until the field fills.

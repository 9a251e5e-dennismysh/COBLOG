       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-EVENTS.
      * ============================================================
      * COBLOG Event Calendar Generator
      * Reads the sorted post-record stream on stdin and writes the
      * site-wide subscription calendar (events.ics - the caller
      * redirects stdout to the file name, as for the feeds) with
      * one VEVENT per live event post (POST-EVENT-DATE set):
      *   - DTSTART / DTEND from POST-EVENT-DATE/-TIME and the
      *     optional POST-EVENT-END-DATE/-END-TIME
      *   - SUMMARY and DESCRIPTION from the title and description,
      *     with the join link for an online event
      *   - LOCATION from POST-EVENT-LOCATION (or the join link
      *     when the event has no venue)
      *   - UID and URL from POST-CANONICAL, the same UID the
      *     per-post event.ics from COBLOG-SITE carries
      * Only upcoming events go in: once the run passes an event's
      * end (its start, when it has no end) it ages out of the
      * calendar on the next run. Translations (POST-XLATE-OF set)
      * are left out so an event is never listed twice.
      *
      * Event times are wall-clock times in the zone named by the
      * event-timezone config setting (sent as TZID); with none
      * set they go out as floating local times.
      *
      * Usage: coblog-events [--config=<path>] < sorted-master
      *          > events.ics
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
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY POSTREC.

       FD CONFIG-FILE.
       01 CONFIG-LINE          PIC X(256).

       WORKING-STORAGE SECTION.

      * Site-wide configuration (--config=<path>), the "key=value"
      * file shared with COBLOG-SITE - calendar name and event
      * time zone come from here.
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
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-RUN-STAMP         PIC X(14) VALUE SPACES.

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
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 1.
       01 WS-POST-EXPIRED      PIC 9  VALUE 0.

      * The event's end as one comparable YYYYMMDDHHMMSS stamp
       01 WS-EVENT-END-DATE    PIC X(8) VALUE SPACES.
       01 WS-EVENT-END-TIME    PIC X(6) VALUE SPACES.
       01 WS-EVENT-END-STAMP   PIC X(14) VALUE SPACES.
       01 WS-EVENT-HAS-END     PIC 9  VALUE 0.

      * Audit counters
       01 WS-RECORDS-READ      PIC 9(6) VALUE 0.
       01 WS-RECORDS-READ-DISP PIC ZZZZZ9.
       01 WS-EVENT-COUNT       PIC 9(6) VALUE 0.
       01 WS-EVENT-COUNT-DISP  PIC ZZZZZ9.
       01 WS-PAST-COUNT        PIC 9(6) VALUE 0.
       01 WS-PAST-COUNT-DISP   PIC ZZZZZ9.

      * Command line
       01 WS-ARGS              PIC X(512) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

      * iCalendar output: CRLF line ends, "\" escapes in text
      * values, and lines folded at 75 octets with a leading-space
      * continuation - the fold never splits a UTF-8 multi-byte
      * character.
       01 WS-ICS-CR            PIC X      VALUE X"0D".
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARSE-COMMAND-LINE

           IF WS-GOT-CONFIG = 1
               PERFORM LOAD-SITE-CONFIG
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO WS-RUN-STAMP(1:8)
           MOVE WS-RUN-TIME TO WS-RUN-STAMP(9:6)
           MOVE FUNCTION CURRENT-DATE(17:5) TO WS-UTC-OFFSET
           PERFORM COMPUTE-UTC-STAMP

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-CALENDAR-HEADER
           PERFORM READ-AND-EMIT UNTIL WS-EOF = 1
           MOVE "END:VCALENDAR" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE

           CLOSE INPUT-FILE

           MOVE WS-RECORDS-READ TO WS-RECORDS-READ-DISP
           MOVE WS-EVENT-COUNT TO WS-EVENT-COUNT-DISP
           MOVE WS-PAST-COUNT TO WS-PAST-COUNT-DISP
           DISPLAY "COBLOG-EVENTS: records-read="
               FUNCTION TRIM(WS-RECORDS-READ-DISP)
               " events=" FUNCTION TRIM(WS-EVENT-COUNT-DISP)
               " past=" FUNCTION TRIM(WS-PAST-COUNT-DISP)
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
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--config="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-CONFIG-PATH
                   MOVE 1 TO WS-GOT-CONFIG
               ELSE
                   DISPLAY "COBLOG-EVENTS: unrecognized argument '"
                       FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I))
                       "' ignored"
                       UPON SYSERR
               END-IF
           END-IF.

       LOAD-SITE-CONFIG.
      * Read the --config= file, one "key=value" pair per line, the
      * same loader COBLOG-SITE uses, so every generator can share
      * one config file. Keys this program has no use for are still
      * accepted quietly; only unknown keys are reported on stderr.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               DISPLAY "COBLOG-EVENTS: cannot open config file "
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
                       DISPLAY "COBLOG-EVENTS: config page-size out of "
                           "range, ignored" UPON SYSERR
                   END-IF
               WHEN "reading-wpm"
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CONFIG-NUM
                   IF WS-CONFIG-NUM > 0 AND WS-CONFIG-NUM < 1000
                       MOVE WS-CONFIG-NUM TO WS-CFG-READING-WPM
                   ELSE
                       DISPLAY "COBLOG-EVENTS: config reading-wpm out "
                           "of range, ignored" UPON SYSERR
                   END-IF
               WHEN "max-urls"
                   MOVE FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-CONFIG-VALUE))
                       TO WS-CONFIG-NUM
                   IF WS-CONFIG-NUM > 0
                       MOVE WS-CONFIG-NUM TO WS-CFG-URL-THRESHOLD
                   ELSE
                       DISPLAY "COBLOG-EVENTS: config max-urls out of "
                           "range, ignored" UPON SYSERR
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
                   DISPLAY "COBLOG-EVENTS: unrecognized config key '"
                       FUNCTION TRIM(WS-CONFIG-KEY) "' ignored"
                       UPON SYSERR
           END-EVALUATE.

       READ-AND-EMIT.
           READ INPUT-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM PROCESS-EVENT-RECORD
           END-READ.

       PROCESS-EVENT-RECORD.
      * One VEVENT per post - the event fields repeat on every body
      * line, so only the first record of a slug is examined.
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG = WS-CURRENT-SLUG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG

           IF POST-EVENT-DATE NOT NUMERIC
               OR POST-EVENT-TIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF POST-XLATE-OF NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-POST-LIVE
           IF WS-POST-LIVE = 0
               EXIT PARAGRAPH
           END-IF

      * A blank end date means the start day; a blank end time on a
      * given end date means the start of that day. No end at all
      * ages the event out once its start has passed.
           MOVE 0 TO WS-EVENT-HAS-END
           MOVE POST-EVENT-DATE TO WS-EVENT-END-DATE
           MOVE POST-EVENT-TIME TO WS-EVENT-END-TIME
           IF POST-EVENT-END-DATE NOT = SPACES
               OR POST-EVENT-END-TIME NOT = SPACES
               MOVE 1 TO WS-EVENT-HAS-END
               IF POST-EVENT-END-DATE NOT = SPACES
                   MOVE POST-EVENT-END-DATE TO WS-EVENT-END-DATE
               END-IF
               IF POST-EVENT-END-TIME NOT = SPACES
                   MOVE POST-EVENT-END-TIME TO WS-EVENT-END-TIME
               ELSE
                   MOVE "000000" TO WS-EVENT-END-TIME
               END-IF
           END-IF
           MOVE WS-EVENT-END-DATE TO WS-EVENT-END-STAMP(1:8)
           MOVE WS-EVENT-END-TIME TO WS-EVENT-END-STAMP(9:6)
           IF WS-EVENT-END-STAMP <= WS-RUN-STAMP
               ADD 1 TO WS-PAST-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EVENT-COUNT
           PERFORM WRITE-VEVENT.

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

       WRITE-CALENDAR-HEADER.
      * Calendar-level properties; the refresh hints tell
      * subscribing clients to come back a few times a day.
           MOVE "BEGIN:VCALENDAR" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "VERSION:2.0" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "PRODID:-//COBLOG//COBLOG-EVENTS//EN" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "METHOD:PUBLISH" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE WS-CFG-SITE-TITLE TO WS-IESC-SRC
           PERFORM ESCAPE-FOR-ICS
           MOVE SPACES TO WS-ICS-LINE
           STRING "X-WR-CALNAME:" FUNCTION TRIM(WS-IESC-OUT)
               " events"
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE WS-CFG-SITE-TAGLINE TO WS-IESC-SRC
           PERFORM ESCAPE-FOR-ICS
           MOVE SPACES TO WS-ICS-LINE
           STRING "X-WR-CALDESC:" FUNCTION TRIM(WS-IESC-OUT)
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           IF WS-CFG-EVENT-TZ NOT = SPACES
               MOVE SPACES TO WS-ICS-LINE
               STRING "X-WR-TIMEZONE:" FUNCTION TRIM(WS-CFG-EVENT-TZ)
                   DELIMITED SIZE INTO WS-ICS-LINE
               PERFORM WRITE-ICS-LINE
           END-IF
           MOVE "REFRESH-INTERVAL;VALUE=DURATION:PT6H" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "X-PUBLISHED-TTL:PT6H" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-DT-PARAM
           IF WS-CFG-EVENT-TZ NOT = SPACES
               STRING ";TZID=" FUNCTION TRIM(WS-CFG-EVENT-TZ)
                   DELIMITED SIZE INTO WS-ICS-DT-PARAM
           END-IF.

       WRITE-VEVENT.
           MOVE "BEGIN:VEVENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "UID:" FUNCTION TRIM(POST-CANONICAL)
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTAMP:" WS-UTC-DATE "T" WS-UTC-TIME "Z"
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE SPACES TO WS-ICS-LINE
           STRING "DTSTART" FUNCTION TRIM(WS-ICS-DT-PARAM) ":"
               POST-EVENT-DATE "T" POST-EVENT-TIME
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           IF WS-EVENT-HAS-END = 1
               MOVE SPACES TO WS-ICS-LINE
               STRING "DTEND" FUNCTION TRIM(WS-ICS-DT-PARAM) ":"
                   WS-EVENT-END-DATE "T" WS-EVENT-END-TIME
                   DELIMITED SIZE INTO WS-ICS-LINE
               PERFORM WRITE-ICS-LINE
           END-IF

           MOVE FUNCTION TRIM(POST-TITLE) TO WS-IESC-SRC
           PERFORM ESCAPE-FOR-ICS
           MOVE WS-IESC-OUT TO WS-ICS-SUMMARY
           MOVE SPACES TO WS-ICS-LINE
           STRING "SUMMARY:" FUNCTION TRIM(WS-ICS-SUMMARY)
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE FUNCTION TRIM(POST-DESC) TO WS-IESC-SRC
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
           STRING "URL:" FUNCTION TRIM(POST-CANONICAL)
               DELIMITED SIZE INTO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE
           MOVE "END:VEVENT" TO WS-ICS-LINE
           PERFORM WRITE-ICS-LINE.

       WRITE-ICS-LINE.
      * WS-ICS-LINE out as one or more CRLF-terminated physical
      * lines: 75 octets, then 74 more per continuation line after
      * its leading space, backing off so a UTF-8 continuation byte
      * (X"80"-X"BF") never starts the next piece.
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
               END-IF
               MOVE SPACES TO WS-ICS-CHUNK
               IF WS-ICS-FIRST = 1
                   STRING WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK-LEN)
                       WS-ICS-CR
                       DELIMITED SIZE INTO WS-ICS-CHUNK
                   DISPLAY WS-ICS-CHUNK(1:WS-ICS-CHUNK-LEN + 1)
               ELSE
                   STRING " " WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK-LEN)
                       WS-ICS-CR
                       DELIMITED SIZE INTO WS-ICS-CHUNK
                   DISPLAY WS-ICS-CHUNK(1:WS-ICS-CHUNK-LEN + 2)
               END-IF
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

       CHECK-POST-LIVE.
      * A post is live (its event goes in the calendar) unless it
      * is still a DRAFT or in REVIEW, is a standalone PAGE, or is
      * SCHEDULED for later than the run. A blank POST-STATUS means
      * LIVE, same as COBLOG-SITE.
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

      * Reads the same sorted post-record stream the other COBLOG
      * programs consume and assembles the posts published since
      * the last send into a self-contained HTML email body
      * (digest-<cadence>.html) plus a plain-text alternative
      * (digest-<cadence>.txt), ready for the mail job to pick up
      * from the output directory named by the first non-flag
      * argument ("." by default).
      *
      * Readers choose a cadence (SUB-CADENCE: daily, weekly or
      * monthly), and each cadence is a digest of its own with its
      * own since-date checkpoint, <checkpoint>-daily, -weekly and
      * -monthly (--checkpoint=<path>, default
      * .coblog-digest-since) - the same checkpoint-style restart
      * COBLOG-SITE keeps. One run builds every cadence that is
      * due: daily once the checkpoint is before today, weekly once
      * it is seven or more days old, monthly once it is in an
      * earlier calendar month. A cadence with no checkpoint yet
      * starts from the date in the single <checkpoint> file
      * earlier runs kept, or from the beginning when there is
      * none. A checkpoint moves to today only when its cadence
      * was produced. --cadence=<c> builds that one cadence now,
      * due or not; --since=YYYYMMDD overrides the since-date of
      * every cadence built.
      *
      * Only live posts with POST-DATE after the since-date and not
      * after today's run date are included; title, author and
      * description go through the same HTML escaping the post
      * pages use. --config= supplies the site title the same way
      * it does for the other programs.
      *
      * With --subscribers=<path> (the fixed-width SUBSREC stream
      * COBLOG-SUBSCRIBERS --op=export writes) the run also
      * produces a send manifest per cadence built (default
      * digest-<cadence>-sendlist.txt in the output directory;
      * --sendlist=<path> names it instead, with -<cadence> put in
      * front of the extension): one address per line for every
      * active subscriber on that cadence whose followed tags
      * intersect the tags of the posts in that cadence's digest
      * (no followed tags means everything). Unsubscribed addresses,
      * addresses suppressed after bounces or complaints
      * (SUB-SUPPRESS-DATE set by COBLOG-SUBSCRIBERS --op=bounces)
      * and readers none of whose tags appear never make the list.
      *
      * Sponsored posts (POST-SPONSOR set) are labelled "Sponsored
      * by <sponsor>" in both bodies by default; --sponsored=exclude
      * leaves them out of the digest altogether.
      *
      * Modification history:
      *   2026-08-22  dev   Initial version.
      *   2026-09-02  dev   Send manifest from the subscriber
      *                     master (--subscribers= / --sendlist=).
      *   2026-10-15  dev   Sponsored posts labelled, or left out
      *                     with --sponsored=exclude.
      *   2026-10-15  dev   Suppressed addresses kept off the send
      *                     list and counted in the audit line.
      *   2026-10-15  dev   Daily, weekly and monthly digests, each
      *                     with its own checkpoint and manifest.
      * ============================================================

       ENVIRONMENT DIVISION.
       01 WS-GOT-OUTPUT-DIR    PIC 9  VALUE 0.
       01 WS-HTML-PATH         PIC X(300) VALUE SPACES.
       01 WS-TEXT-PATH         PIC X(300) VALUE SPACES.
       01 WS-CKPT-BASE         PIC X(256)
           VALUE ".coblog-digest-since".
       01 WS-CKPT-PATH         PIC X(300) VALUE SPACES.
       01 WS-CKPT-DATE         PIC X(8) VALUE SPACES.
       01 WS-LEGACY-SINCE      PIC X(8) VALUE "00000000".
       01 WS-MKDIR-CMD         PIC X(512) VALUE SPACES.

       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.
       01 WS-SINCE-DATE        PIC X(8) VALUE "00000000".
       01 WS-GOT-SINCE         PIC 9  VALUE 0.
       01 WS-RUN-DATE-NUM      PIC 9(8) VALUE 0.
       01 WS-CKPT-DATE-NUM     PIC 9(8) VALUE 0.
       01 WS-DATE-GAP          PIC S9(8) VALUE 0.

      * The three cadences, built in this order. WS-CAD-NAME goes
      * into file names, WS-CAD-CODE matches SUB-CADENCE.
       01 WS-CADENCE-TABLE.
           05 WS-CAD-ENTRY OCCURS 3 TIMES.
               10 WS-CAD-NAME      PIC X(7).
               10 WS-CAD-CODE      PIC X(7).
               10 WS-CAD-SINCE     PIC X(8).
               10 WS-CAD-DUE       PIC 9.
       01 WS-CAD-I             PIC 9  VALUE 0.
       01 WS-CAD-ARG           PIC X(10) VALUE SPACES.
       01 WS-CAD-DUE-COUNT     PIC 9  VALUE 0.
       01 WS-EARLIEST-SINCE    PIC X(8) VALUE SPACES.
       01 WS-SUB-CADENCE       PIC X(7) VALUE SPACES.

      * Posts that may go in at least one digest this run, held so
      * every cadence can be built from the one pass over stdin
       01 WS-DGP-MAX           PIC 9(4) VALUE 1000.
       01 WS-DGP-COUNT         PIC 9(4) VALUE 0.
       01 WS-DGP-I             PIC 9(4) VALUE 0.
       01 WS-DGP-TABLE.
           05 WS-DGP-ENTRY OCCURS 1000 TIMES.
               10 WS-DGP-DATE      PIC X(8).
               10 WS-DGP-TITLE     PIC X(120).
               10 WS-DGP-AUTHOR    PIC X(40).
               10 WS-DGP-DESC      PIC X(160).
               10 WS-DGP-CANONICAL PIC X(120).
               10 WS-DGP-SPONSOR   PIC X(40).
               10 WS-DGP-TAG OCCURS 4 TIMES PIC X(30).
       01 WS-DGP-TAG-I         PIC 9  VALUE 0.
       01 WS-SENDLIST-ARG      PIC X(256) VALUE SPACES.
       01 WS-SL-LEN            PIC 9(3) VALUE 0.
       01 WS-SL-DOT            PIC 9(3) VALUE 0.
       01 WS-SL-I              PIC 9(3) VALUE 0.

      * Control break on slug
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-CANONICAL PIC X(120) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 1.
       01 WS-POST-EXPIRED      PIC 9  VALUE 0.
       01 WS-DISP-DATE         PIC X(10) VALUE SPACES.
       01 WS-TRIMMED-SPONSOR   PIC X(40) VALUE SPACES.
       01 WS-HTML-SPONSOR      PIC X(240) VALUE SPACES.
       01 WS-SPONSOR-MODE      PIC X(10) VALUE "label".
       01 WS-SPONSOR-SKIPPED   PIC 9(5) VALUE 0.
       01 WS-SPONSOR-SKIP-DISP PIC ZZZZ9.

      * HTML escaping, same shape as COBLOG-SITE's
       01 WS-HESC-SRC          PIC X(200) VALUE SPACES.
       01 WS-RECIPIENTS-DISP   PIC ZZZZZ9.
       01 WS-SKIPPED-SUBS      PIC 9(6) VALUE 0.
       01 WS-SKIPPED-SUBS-DISP PIC ZZZZZ9.
       01 WS-SUPPRESSED-SUBS   PIC 9(6) VALUE 0.
       01 WS-SUPPRESSED-DISP   PIC ZZZZZ9.

      * Command line. WS-ARGS is sized for several path-valued
      * flags - ACCEPT FROM COMMAND-LINE truncates silently, and a
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

           PERFORM DECIDE-DUE-CADENCES
           IF WS-CAD-DUE-COUNT = 0
               DISPLAY "COBLOG-DIGEST: no cadence due"
                   UPON SYSERR
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-MKDIR-CMD
           CALL "SYSTEM" USING WS-MKDIR-CMD
           MOVE 0 TO RETURN-CODE

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               STOP RUN
           END-IF
           PERFORM READ-AND-DIGEST UNTIL WS-EOF = 1
           CLOSE INPUT-FILE

           PERFORM VARYING WS-CAD-I FROM 1 BY 1 UNTIL WS-CAD-I > 3
               IF WS-CAD-DUE(WS-CAD-I) = 1
                   PERFORM BUILD-CADENCE-DIGEST
               END-IF
           END-PERFORM

           MOVE WS-SPONSOR-SKIPPED TO WS-SPONSOR-SKIP-DISP
           DISPLAY "COBLOG-DIGEST: sponsored-excluded="
               FUNCTION TRIM(WS-SPONSOR-SKIP-DISP)
               UPON SYSERR

           STOP RUN.

       BUILD-CADENCE-DIGEST.
      * One cadence's digest pair, checkpoint and send manifest,
      * from the posts held in WS-DGP-TABLE
           MOVE WS-CAD-SINCE(WS-CAD-I) TO WS-SINCE-DATE
           MOVE 0 TO WS-POST-COUNT
           MOVE 0 TO WS-DGTAG-COUNT
           MOVE 0 TO WS-RECIPIENTS
           MOVE 0 TO WS-SKIPPED-SUBS
           MOVE 0 TO WS-SUPPRESSED-SUBS

           MOVE SPACES TO WS-HTML-PATH
           STRING FUNCTION TRIM(WS-OUTPUT-DIR) "/digest-"
               FUNCTION TRIM(WS-CAD-NAME(WS-CAD-I)) ".html"
               DELIMITED SIZE INTO WS-HTML-PATH
           MOVE SPACES TO WS-TEXT-PATH
           STRING FUNCTION TRIM(WS-OUTPUT-DIR) "/digest-"
               FUNCTION TRIM(WS-CAD-NAME(WS-CAD-I)) ".txt"
               DELIMITED SIZE INTO WS-TEXT-PATH

           OPEN OUTPUT HTML-FILE
           OPEN OUTPUT TEXT-FILE
           PERFORM WRITE-DIGEST-HEADER

           PERFORM VARYING WS-DGP-I FROM 1 BY 1
               UNTIL WS-DGP-I > WS-DGP-COUNT
               IF WS-DGP-DATE(WS-DGP-I) > WS-SINCE-DATE
                   PERFORM EMIT-DIGEST-POST
               END-IF
           END-PERFORM

           IF WS-POST-COUNT = 0
               MOVE "<p>No new posts this time.</p>" TO HTML-RECORD
           PERFORM WRITE-DIGEST-FOOTER
           CLOSE HTML-FILE
           CLOSE TEXT-FILE

           PERFORM BUILD-CHECKPOINT-PATH
           PERFORM SAVE-DIGEST-CHECKPOINT

           IF WS-GOT-SUBS = 1
           END-IF

           MOVE WS-POST-COUNT TO WS-POST-COUNT-DISP
           DISPLAY "COBLOG-DIGEST: cadence="
               FUNCTION TRIM(WS-CAD-NAME(WS-CAD-I))
               " since=" WS-SINCE-DATE
               " posts=" FUNCTION TRIM(WS-POST-COUNT-DISP)
               UPON SYSERR.

       DECIDE-DUE-CADENCES.
      * Which digests this run builds, and from which since-date
           MOVE "daily"   TO WS-CAD-NAME(1)
           MOVE "DAILY"   TO WS-CAD-CODE(1)
           MOVE "weekly"  TO WS-CAD-NAME(2)
           MOVE "WEEKLY"  TO WS-CAD-CODE(2)
           MOVE "monthly" TO WS-CAD-NAME(3)
           MOVE "MONTHLY" TO WS-CAD-CODE(3)

           IF WS-CAD-ARG NOT = SPACES
               AND WS-CAD-ARG NOT = "daily"
               AND WS-CAD-ARG NOT = "weekly"
               AND WS-CAD-ARG NOT = "monthly"
               DISPLAY "COBLOG-DIGEST: --cadence= takes daily, "
                   "weekly or monthly"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      * The single checkpoint earlier runs kept seeds any cadence
      * that has none of its own yet
           MOVE WS-CKPT-BASE TO WS-CKPT-PATH
           PERFORM LOAD-DIGEST-CHECKPOINT
           MOVE WS-CKPT-DATE TO WS-LEGACY-SINCE

           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM
           MOVE 0 TO WS-CAD-DUE-COUNT
           MOVE WS-RUN-DATE TO WS-EARLIEST-SINCE
           PERFORM VARYING WS-CAD-I FROM 1 BY 1 UNTIL WS-CAD-I > 3
               PERFORM DECIDE-ONE-CADENCE
               IF WS-CAD-DUE(WS-CAD-I) = 1
                   ADD 1 TO WS-CAD-DUE-COUNT
                   IF WS-CAD-SINCE(WS-CAD-I) < WS-EARLIEST-SINCE
                       MOVE WS-CAD-SINCE(WS-CAD-I)
                           TO WS-EARLIEST-SINCE
                   END-IF
               END-IF
           END-PERFORM.

       DECIDE-ONE-CADENCE.
           PERFORM BUILD-CHECKPOINT-PATH
           PERFORM LOAD-DIGEST-CHECKPOINT
           IF WS-CKPT-STATUS NOT = "00"
               MOVE WS-LEGACY-SINCE TO WS-CKPT-DATE
           END-IF
           MOVE WS-CKPT-DATE TO WS-CAD-SINCE(WS-CAD-I)
           IF WS-GOT-SINCE = 1
               MOVE WS-SINCE-DATE TO WS-CAD-SINCE(WS-CAD-I)
           END-IF

           MOVE 0 TO WS-CAD-DUE(WS-CAD-I)
           IF WS-CAD-ARG NOT = SPACES
               IF WS-CAD-ARG = WS-CAD-NAME(WS-CAD-I)
                   MOVE 1 TO WS-CAD-DUE(WS-CAD-I)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-GOT-SINCE = 1 OR WS-CKPT-DATE = "00000000"
               MOVE 1 TO WS-CAD-DUE(WS-CAD-I)
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CAD-I
               WHEN 1
                   IF WS-CKPT-DATE < WS-RUN-DATE
                       MOVE 1 TO WS-CAD-DUE(WS-CAD-I)
                   END-IF
               WHEN 2
                   MOVE FUNCTION NUMVAL(WS-CKPT-DATE)
                       TO WS-CKPT-DATE-NUM
                   COMPUTE WS-DATE-GAP =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-CKPT-DATE-NUM)
                   IF WS-DATE-GAP >= 7
                       MOVE 1 TO WS-CAD-DUE(WS-CAD-I)
                   END-IF
               WHEN OTHER
                   IF WS-CKPT-DATE(1:6) < WS-RUN-DATE(1:6)
                       MOVE 1 TO WS-CAD-DUE(WS-CAD-I)
                   END-IF
           END-EVALUATE.

       BUILD-CHECKPOINT-PATH.
           MOVE SPACES TO WS-CKPT-PATH
           STRING FUNCTION TRIM(WS-CKPT-BASE) "-"
               FUNCTION TRIM(WS-CAD-NAME(WS-CAD-I))
               DELIMITED SIZE INTO WS-CKPT-PATH.

       PARSE-COMMAND-LINE.
           ACCEPT WS-ARGS FROM COMMAND-LINE
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:13) = "--checkpoint="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(14:)
                       TO WS-CKPT-BASE
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--config="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--sendlist="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(12:)
                       TO WS-SENDLIST-ARG
                   MOVE 1 TO WS-GOT-SENDLIST
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:10) = "--cadence="
                   MOVE FUNCTION LOWER-CASE(
                       WS-ARG-ENTRY(WS-ARG-I)(11:10))
                       TO WS-CAD-ARG
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--sponsored="
                   MOVE FUNCTION LOWER-CASE(
                       WS-ARG-ENTRY(WS-ARG-I)(13:10))
                       TO WS-SPONSOR-MODE
                   IF WS-SPONSOR-MODE NOT = "label"
                       AND WS-SPONSOR-MODE NOT = "exclude"
                       DISPLAY "COBLOG-DIGEST: --sponsored= takes "
                           "label or exclude - labelling"
                           UPON SYSERR
                       MOVE "label" TO WS-SPONSOR-MODE
                   END-IF
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:2) NOT = "--"
                       AND WS-GOT-OUTPUT-DIR = 0
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       LOAD-DIGEST-CHECKPOINT.
      * The date recorded in WS-CKPT-PATH by the previous run; a
      * missing file means "everything published so far".
           MOVE "00000000" TO WS-CKPT-DATE
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS = "00"
               READ CKPT-FILE
                       CONTINUE
                   NOT AT END
                       IF CKPT-LINE(1:8) NUMERIC
                           MOVE CKPT-LINE(1:8) TO WS-CKPT-DATE
                       END-IF
               END-READ
               CLOSE CKPT-FILE

       PROCESS-DIGEST-RECORD.
      * One entry per slug (control break), live posts published
      * after the earliest since-date of the cadences being built
      * and not after today
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG = WS-CURRENT-SLUG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG

           IF POST-DATE NOT > WS-EARLIEST-SINCE
               OR POST-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(POST-SPONSOR) TO WS-TRIMMED-SPONSOR
           IF WS-TRIMMED-SPONSOR NOT = SPACES
               AND WS-SPONSOR-MODE = "exclude"
               ADD 1 TO WS-SPONSOR-SKIPPED
               EXIT PARAGRAPH
           END-IF

           IF WS-DGP-COUNT >= WS-DGP-MAX
               DISPLAY "COBLOG-DIGEST: WARNING - digest post table "
                   "ceiling (1000) reached, '"
                   FUNCTION TRIM(WS-TRIMMED-SLUG) "' left out"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DGP-COUNT
           MOVE POST-DATE TO WS-DGP-DATE(WS-DGP-COUNT)
           MOVE FUNCTION TRIM(POST-TITLE)
               TO WS-DGP-TITLE(WS-DGP-COUNT)
           MOVE FUNCTION TRIM(POST-AUTHOR)
               TO WS-DGP-AUTHOR(WS-DGP-COUNT)
           MOVE FUNCTION TRIM(POST-DESC)
               TO WS-DGP-DESC(WS-DGP-COUNT)
           MOVE FUNCTION TRIM(POST-CANONICAL)
               TO WS-DGP-CANONICAL(WS-DGP-COUNT)
           MOVE WS-TRIMMED-SPONSOR TO WS-DGP-SPONSOR(WS-DGP-COUNT)
           MOVE FUNCTION TRIM(POST-TAG)
               TO WS-DGP-TAG(WS-DGP-COUNT, 1)
           MOVE FUNCTION TRIM(POST-TAG-2)
               TO WS-DGP-TAG(WS-DGP-COUNT, 2)
           MOVE FUNCTION TRIM(POST-TAG-3)
               TO WS-DGP-TAG(WS-DGP-COUNT, 3)
           MOVE FUNCTION TRIM(POST-TAG-4)
               TO WS-DGP-TAG(WS-DGP-COUNT, 4).

       EMIT-DIGEST-POST.
      * One held post into the digest being built
           MOVE WS-DGP-TITLE(WS-DGP-I) TO WS-TRIMMED-TITLE
           MOVE WS-DGP-AUTHOR(WS-DGP-I) TO WS-TRIMMED-AUTHOR
           MOVE WS-DGP-DESC(WS-DGP-I) TO WS-TRIMMED-DESC
           MOVE WS-DGP-CANONICAL(WS-DGP-I) TO WS-TRIMMED-CANONICAL
           MOVE WS-DGP-SPONSOR(WS-DGP-I) TO WS-TRIMMED-SPONSOR
           MOVE SPACES TO WS-DISP-DATE
           STRING WS-DGP-DATE(WS-DGP-I)(1:4) "-"
               WS-DGP-DATE(WS-DGP-I)(5:2) "-"
               WS-DGP-DATE(WS-DGP-I)(7:2)
               DELIMITED SIZE INTO WS-DISP-DATE

           MOVE WS-TRIMMED-TITLE TO WS-HESC-SRC
           MOVE WS-TRIMMED-DESC TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-DESC
           MOVE WS-TRIMMED-SPONSOR TO WS-HESC-SRC
           PERFORM ESCAPE-FOR-HTML
           MOVE WS-HESC-OUT TO WS-HTML-SPONSOR

           PERFORM WRITE-DIGEST-ENTRY
           ADD 1 TO WS-POST-COUNT
       COLLECT-DIGEST-TAGS.
      * Every tag carried by a post in this digest, kept distinct -
      * the send manifest matches subscribers against this set.
           PERFORM VARYING WS-DGP-TAG-I FROM 1 BY 1
               UNTIL WS-DGP-TAG-I > 4
               MOVE WS-DGP-TAG(WS-DGP-I, WS-DGP-TAG-I)
                   TO WS-COLL-TAG
               PERFORM COLLECT-ONE-DIGEST-TAG
           END-PERFORM.

       COLLECT-ONE-DIGEST-TAG.
           IF WS-COLL-TAG = SPACES

       WRITE-SEND-MANIFEST.
      * Join the subscriber master against this digest's tag set:
      * one address per line for every active subscriber on this
      * cadence who follows at least one tag in the digest (no
      * followed tags means everything). A digest with no posts
      * sends to nobody; the empty manifest still gets written so
      * the mail job sees an explicit zero-recipient list instead
      * of a stale one.
           IF WS-GOT-SENDLIST = 0
               MOVE SPACES TO WS-SENDLIST-PATH
               STRING FUNCTION TRIM(WS-OUTPUT-DIR) "/digest-"
                   FUNCTION TRIM(WS-CAD-NAME(WS-CAD-I))
                   "-sendlist.txt"
                   DELIMITED SIZE INTO WS-SENDLIST-PATH
           ELSE
               PERFORM BUILD-SENDLIST-PATH
           END-IF
           OPEN OUTPUT SENDLIST-FILE
           IF WS-SENDLIST-STATUS NOT = "00"
           CLOSE SENDLIST-FILE
           MOVE WS-RECIPIENTS TO WS-RECIPIENTS-DISP
           MOVE WS-SKIPPED-SUBS TO WS-SKIPPED-SUBS-DISP
           MOVE WS-SUPPRESSED-SUBS TO WS-SUPPRESSED-DISP
           DISPLAY "COBLOG-DIGEST: cadence="
               FUNCTION TRIM(WS-CAD-NAME(WS-CAD-I))
               " recipients="
               FUNCTION TRIM(WS-RECIPIENTS-DISP)
               " subscribers-skipped="
               FUNCTION TRIM(WS-SKIPPED-SUBS-DISP)
               " suppressed="
               FUNCTION TRIM(WS-SUPPRESSED-DISP)
               UPON SYSERR.

       BUILD-SENDLIST-PATH.
      * --sendlist=<path> with the cadence put in front of the
      * extension: lists/digest.txt -> lists/digest-weekly.txt
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SENDLIST-ARG))
               TO WS-SL-LEN
           MOVE 0 TO WS-SL-DOT
           PERFORM VARYING WS-SL-I FROM WS-SL-LEN BY -1
               UNTIL WS-SL-I < 1
               IF WS-SENDLIST-ARG(WS-SL-I:1) = "/"
                   EXIT PERFORM
               END-IF
               IF WS-SENDLIST-ARG(WS-SL-I:1) = "."
                   MOVE WS-SL-I TO WS-SL-DOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SENDLIST-PATH
           IF WS-SL-DOT > 1
               STRING WS-SENDLIST-ARG(1:WS-SL-DOT - 1) "-"
                   FUNCTION TRIM(WS-CAD-NAME(WS-CAD-I))
                   WS-SENDLIST-ARG(WS-SL-DOT:WS-SL-LEN - WS-SL-DOT + 1)
                   DELIMITED SIZE INTO WS-SENDLIST-PATH
           ELSE
               STRING FUNCTION TRIM(WS-SENDLIST-ARG) "-"
                   FUNCTION TRIM(WS-CAD-NAME(WS-CAD-I))
                   DELIMITED SIZE INTO WS-SENDLIST-PATH
           END-IF.

       CONSIDER-ONE-SUBSCRIBER.
      * Only readers on the cadence being built are considered.
      * Unsubscribed and suppressed addresses never appear on a
      * send list again; everyone else qualifies when the digest
      * carries something they follow.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-CADENCE))
               TO WS-SUB-CADENCE
           IF WS-SUB-CADENCE NOT = "DAILY"
               AND WS-SUB-CADENCE NOT = "MONTHLY"
               MOVE "WEEKLY" TO WS-SUB-CADENCE
           END-IF
           IF WS-SUB-CADENCE NOT = WS-CAD-CODE(WS-CAD-I)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SUB-UNSUB-DATE) NOT = SPACES
               ADD 1 TO WS-SKIPPED-SUBS
               EXIT PARAGRAPH
           END-IF
           IF SUB-SUPPRESS-DATE NOT = SPACES
               ADD 1 TO WS-SKIPPED-SUBS
               ADD 1 TO WS-SUPPRESSED-SUBS
               EXIT PARAGRAPH
           END-IF
           IF WS-POST-COUNT = 0
               ADD 1 TO WS-SKIPPED-SUBS
               EXIT PARAGRAPH
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO HTML-RECORD
           WRITE HTML-RECORD
           IF WS-TRIMMED-SPONSOR NOT = SPACES
               MOVE SPACES TO WS-LINE
               STRING "<p class='sponsored'><strong>Sponsored"
                   "</strong> by " FUNCTION TRIM(WS-HTML-SPONSOR)
                   "</p>"
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO HTML-RECORD
               WRITE HTML-RECORD
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "<p>"
               FUNCTION TRIM(WS-HTML-DESC)
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO TEXT-RECORD
           WRITE TEXT-RECORD
           IF WS-TRIMMED-SPONSOR NOT = SPACES
               MOVE SPACES TO WS-LINE
               STRING "  Sponsored by "
                   FUNCTION TRIM(WS-TRIMMED-SPONSOR)
                   DELIMITED SIZE INTO WS-LINE
               MOVE WS-LINE TO TEXT-RECORD
               WRITE TEXT-RECORD
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "  " FUNCTION TRIM(WS-TRIMMED-DESC)
               DELIMITED SIZE INTO WS-LINE
           WRITE HTML-RECORD
           MOVE SPACES TO WS-LINE
           STRING "<title>"
               FUNCTION TRIM(WS-CFG-SITE-TITLE) " "
               FUNCTION TRIM(WS-CAD-NAME(WS-CAD-I))
               " digest</title></head>"
               DELIMITED SIZE INTO WS-LINE
           MOVE WS-LINE TO HTML-RECORD
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
                   DISPLAY "COBLOG-DIGEST: unrecognized config "
                       "key '" FUNCTION TRIM(WS-CONFIG-KEY)
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

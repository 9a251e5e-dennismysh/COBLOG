      *     search.json, and search.json must list nothing else
      *   - every live post must appear in the sitemap part family,
      *     and the sitemap must carry no unknown post URL
      *     (archive-index retention URLs, the "offer has ended"
      *     stubs COBLOG-SITE leaves at expired posts' URLs and
      *     /archive/ pages are expected and skipped)
      *   - the newest N live default-language posts (N =
      *     --max-items, default 20 - COBLOG-RSS's item cap) must
      *     each appear in feed.xml, and the feed must carry no
      *   2026-09-02  dev   Initial version.
      *   2026-09-02  dev   Run lock (--lock=) and per-run work-
      *                     file names.
      *   2026-10-15  dev   Expired posts: their slugs are accepted
      *                     in the sitemap like archived ones, and
      *                     their stub page must be on disk.
      * ============================================================

       ENVIRONMENT DIVISION.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 1.
       01 WS-POST-EXPIRED      PIC 9  VALUE 0.
       01 WS-EFF-LANG          PIC X(5) VALUE SPACES.

      * One extracted URL/slug being classified
       01 WS-ARCH-I            PIC 9(4) VALUE 0.
       01 WS-AX-SLUG           PIC X(60) VALUE SPACES.

      * Expired-slug whitelist, collected off the reference stream:
      * a post past its POST-EXPIRES-DATE is no longer live, but
      * its URL still answers with COBLOG-SITE's stub page
       01 WS-EXPD-TABLE.
           05 WS-EXPD-SLUG OCCURS 1000 TIMES PIC X(60).
       01 WS-EXPD-COUNT        PIC 9(4) VALUE 0.
       01 WS-EXPD-I            PIC 9(4) VALUE 0.

      * Newest-N feed containment
       01 WS-NEWEST-RANK       PIC 999 VALUE 0.

               MOVE 1 TO WS-POST-LIVE
           END-IF
           IF WS-POST-LIVE = 0
               IF WS-POST-EXPIRED = 1
                   PERFORM REMEMBER-EXPIRED-SLUG
                   PERFORM CHECK-PAGE-ON-DISK
               END-IF
               EXIT PARAGRAPH
           END-IF

               MOVE 0 TO LW-PAGE
           END-IF
           WRITE LIVE-WORK-RECORD
           PERFORM CHECK-PAGE-ON-DISK.

       CHECK-PAGE-ON-DISK.
      * The page itself must be on disk - the post page for a live
      * post, the stub for an expired one
           MOVE SPACES TO WS-CHECK-PATH
           STRING FUNCTION TRIM(WS-OUTPUT-DIR)
               "/" FUNCTION TRIM(WS-TRIMMED-SLUG)
           END-IF
           CLOSE CHECK-FILE.

       REMEMBER-EXPIRED-SLUG.
           IF WS-EXPD-COUNT < 1000
               ADD 1 TO WS-EXPD-COUNT
               MOVE WS-TRIMMED-SLUG TO WS-EXPD-SLUG(WS-EXPD-COUNT)
           ELSE
               IF WS-EXPD-COUNT = 1000
                   DISPLAY "COBLOG-RECONCILE: WARNING - expired "
                       "whitelist ceiling (1000) reached, excess "
                       "expired slugs may be reported as sitemap "
                       "extras"
                       UPON SYSERR
                   ADD 1 TO WS-EXPD-COUNT
               END-IF
           END-IF.

       CHECK-POST-LIVE.
      * The same verdict the generators reach, so the reference
      * set matches what they were supposed to publish.
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

       FIND-LIVE-SLUG.
      * WS-URL-SLUG in -> WS-SEEN-MATCH out, plus the matching
      * record's language left in LS-LANG. One scan of the live
           IF WS-SEEN-MATCH = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EXPIRED-SLUG
           IF WS-SEEN-MATCH = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DIAG-LINE
           STRING "RECONCILE: sitemap carries extra slug '"
               FUNCTION TRIM(WS-URL-SLUG)
               "' which is not live, archived or expired"
               DELIMITED SIZE INTO WS-DIAG-LINE
           DISPLAY FUNCTION TRIM(WS-DIAG-LINE) UPON SYSERR
           ADD 1 TO WS-ERROR-COUNT.
               END-IF
           END-PERFORM.

       CHECK-EXPIRED-SLUG.
           MOVE 0 TO WS-SEEN-MATCH
           PERFORM VARYING WS-EXPD-I FROM 1 BY 1
               UNTIL WS-EXPD-I > WS-EXPD-COUNT
                   OR WS-EXPD-I > 1000
               IF WS-EXPD-SLUG(WS-EXPD-I)
                   = FUNCTION TRIM(WS-URL-SLUG)
                   MOVE 1 TO WS-SEEN-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * ------------------------------------------------------------
      * Reverse direction: every live slug must be in the sitemap,
      * and every live default-language slug in search.json.

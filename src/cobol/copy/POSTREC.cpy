      * each program already declares (INPUT-RECORD, SORT-RECORD,
      * and so on) instead of retyping the field list.
      *
      * Total length: 2600 bytes.
      *
      * POST-TAG is the post's designated primary tag - it is the
      * one COBLOG-SORT orders by and the one the index page groups
      * section pages and feed, and cross-link the translations of
      * a post on its page and in the sitemap hreflang alternates.
      *
      * POST-EXPIRES-DATE / POST-EXPIRES-TIME (YYYYMMDD / HHMMSS)
      * end a time-limited post's life - an event announcement, an
      * offer, a job posting. Once the run date/time reaches them
      * the post stops being live everywhere CHECK-POST-LIVE is
      * asked, and COBLOG-SITE leaves an "offer has ended" page at
      * its URL. Blank date means the post never expires; blank
      * time means midnight at the start of the expiry date.
      *
      * POST-SPONSOR names the advertiser behind a paid placement;
      * blank means editorial content. A sponsored post carries the
      * standard disclosure on its page, its index entry and in the
      * feeds, and its outbound body links are marked
      * rel="sponsored". COBLOG-SPONSORS bills against it.
      *
      * POST-AUDIO-URL makes the post a podcast episode: the audio
      * file's URL, its size in bytes (POST-AUDIO-BYTES), MIME type
      * (POST-AUDIO-TYPE, e.g. "audio/mpeg") and running time in
      * seconds (POST-AUDIO-SECS). COBLOG-RSS turns them into the
      * feed enclosure/attachment and the iTunes episode tags,
      * COBLOG-SITE into the player on the post page, and
      * COBLOG-ASSETS verifies the file is in the tree. Blank
      * POST-AUDIO-URL means the post has no episode.
      *
      * POST-EVENT-DATE / -TIME (YYYYMMDD / HHMMSS) make the post
      * an event announcement - a meetup, webinar or talk - with
      * an optional end (POST-EVENT-END-DATE / -END-TIME), a venue
      * (POST-EVENT-LOCATION) and a join link for online events
      * (POST-EVENT-URL). COBLOG-SITE renders the details box and a
      * per-post event.ics; COBLOG-EVENTS builds the site-wide
      * events.ics from them. Blank POST-EVENT-DATE means the post
      * is not an event.
      *
      * Modification history:
      *   2026-08-09  dev   Initial extraction from the four
      *                     hand-typed copies of this layout.
      *   2026-08-22  dev   Added POST-IMAGE / POST-IMAGE-ALT.
      *   2026-09-02  dev   Added POST-LANG / POST-XLATE-OF.
      *   2026-09-02  dev   Added POST-TIME.
      *   2026-10-15  dev   Added POST-EXPIRES-DATE / POST-EXPIRES-TIME.
      *   2026-10-15  dev   Added POST-SPONSOR.
      *   2026-10-15  dev   Added POST-AUDIO-URL / -BYTES / -TYPE /
      *                     -SECS.
      *   2026-10-15  dev   Added POST-EVENT-DATE / -TIME /
      *                     -END-DATE / -END-TIME / -LOCATION / -URL.
      * ============================================================
           05 POST-DATE            PIC X(8).
           05 POST-STATUS          PIC X(10).
           05 POST-LANG            PIC X(5).
           05 POST-XLATE-OF        PIC X(60).
           05 POST-TIME            PIC X(6).
           05 POST-EXPIRES-DATE    PIC X(8).
           05 POST-EXPIRES-TIME    PIC X(6).
           05 POST-SPONSOR         PIC X(40).
           05 POST-AUDIO-URL       PIC X(160).
           05 POST-AUDIO-BYTES     PIC 9(10).
           05 POST-AUDIO-TYPE      PIC X(30).
           05 POST-AUDIO-SECS      PIC 9(6).
           05 POST-EVENT-DATE      PIC X(8).
           05 POST-EVENT-TIME      PIC X(6).
           05 POST-EVENT-END-DATE  PIC X(8).
           05 POST-EVENT-END-TIME  PIC X(6).
           05 POST-EVENT-LOCATION  PIC X(120).
           05 POST-EVENT-URL       PIC X(160).

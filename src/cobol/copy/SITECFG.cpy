      *   max-urls      per-part URL threshold (COBLOG-SITEMAP)
      *   ping-hub      aggregator hub/endpoint URL COBLOG-FEEDPING
      *                 adds to its ping work orders
      *   podcast-title     podcast feed channel title (default:
      *                     the site title)
      *   podcast-author    itunes:author / itunes:owner name
      *   podcast-image     square cover-art URL (itunes:image)
      *   podcast-category  directory category (itunes:category)
      *   podcast-explicit  true/false (itunes:explicit)
      *   event-timezone    IANA zone the event times are in, e.g.
      *                     Europe/London (calendar TZID; blank
      *                     leaves them floating local times)
      *
      * Modification history:
      *   2026-08-22  dev   Initial version.
      *   2026-09-02  dev   Added ping-hub for COBLOG-FEEDPING.
      *   2026-10-15  dev   Added the podcast-* channel settings.
      *   2026-10-15  dev   Added event-timezone.
      * ============================================================
           05 WS-CFG-SITE-TITLE    PIC X(60)  VALUE "COBLOG".
           05 WS-CFG-SITE-TAGLINE  PIC X(120)
           05 WS-CFG-READING-WPM   PIC 999    VALUE 200.
           05 WS-CFG-URL-THRESHOLD PIC 9(6)   VALUE 50000.
           05 WS-CFG-PING-HUB      PIC X(120) VALUE SPACES.
           05 WS-CFG-PODCAST-TITLE PIC X(120) VALUE SPACES.
           05 WS-CFG-PODCAST-AUTHOR PIC X(60) VALUE SPACES.
           05 WS-CFG-PODCAST-IMAGE PIC X(160) VALUE SPACES.
           05 WS-CFG-PODCAST-CATEGORY PIC X(60) VALUE SPACES.
           05 WS-CFG-PODCAST-EXPLICIT PIC X(5) VALUE "false".
           05 WS-CFG-EVENT-TZ      PIC X(60)  VALUE SPACES.

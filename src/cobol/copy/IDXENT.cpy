      * each other language gets its own section page, and the
      * translations of a post cross-link in its page tail.
      *
      * IE-SPONSOR is the post's POST-SPONSOR (blank = editorial);
      * a sponsored entry is labelled wherever it is listed.
      *
      * Total length: 665 bytes.
      *
      * Modification history:
      *   2026-08-22  dev   Initial version.
      *   2026-08-22  dev   Added IE-LIVE for --preview builds.
      *   2026-09-02  dev   Added IE-LANG / IE-XLATE-OF.
      *   2026-10-15  dev   Added IE-SPONSOR.
      * ============================================================
           05 IE-SLUG              PIC X(60).
           05 IE-TITLE             PIC X(120).
           05 IE-LIVE              PIC 9.
           05 IE-LANG              PIC X(5).
           05 IE-XLATE-OF          PIC X(60).
           05 IE-SPONSOR           PIC X(40).

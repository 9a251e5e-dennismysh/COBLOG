       PROGRAM-ID. COBLOG-ASSETS.
      * ============================================================
      * COBLOG Asset Inventory and Hero-Image Verification
      * POST-IMAGE (and POST-AUDIO-URL on a podcast episode) is
      * just a URL typed into the record; nothing
      * ever proved the file behind it reached the output tree.
      * This step reads the sorted post-record stream on stdin and
      * the generated output tree and:
      *     resolves to a real file under the output directory
      *     (a missing file is a diagnostic and a non-zero exit,
      *     so the run control stops before a broken og:image
      *     ships); a non-blank POST-AUDIO-URL gets exactly the
      *     same verification, so an episode never publishes with
      *     an enclosure pointing at nothing
      *   - with --copy-from=<dir>, stages a referenced asset that
      *     is missing from the tree by copying it in from the
      *     source directory first - once inside the tree it rides
      *   2026-09-02  dev   Initial version.
      *   2026-09-02  dev   Run lock (--lock=) and per-run work-
      *                     file names.
      *   2026-10-15  dev   POST-AUDIO-URL verified and staged
      *                     like the hero image.
      * ============================================================

       ENVIRONMENT DIVISION.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 1.
       01 WS-POST-EXPIRED      PIC 9  VALUE 0.

      * The current record's image (or episode audio) URL boiled
      * down to the tree-relative path it should resolve to, and
      * the field it came from for the diagnostics
       01 WS-TRIMMED-IMAGE     PIC X(160) VALUE SPACES.
       01 WS-ASSET-FIELD       PIC X(20) VALUE SPACES.
       01 WS-ASSET-KIND        PIC X(10) VALUE SPACES.
       01 WS-IMAGE-REL         PIC X(200) VALUE SPACES.
       01 WS-IMG-LEN           PIC 9(4) VALUE 0.
       01 WS-IMG-I             PIC 9(4) VALUE 0.
       01 WS-IMAGES-MISSING-DISP PIC ZZZZZ9.
       01 WS-IMAGES-STAGED     PIC 9(6) VALUE 0.
       01 WS-IMAGES-STAGED-DISP PIC ZZZZZ9.
       01 WS-AUDIO-CHECKED     PIC 9(6) VALUE 0.
       01 WS-AUDIO-CHECKED-DISP PIC ZZZZZ9.
       01 WS-EXTERNAL-COUNT    PIC 9(6) VALUE 0.
       01 WS-EXTERNAL-DISP     PIC ZZZZZ9.
       01 WS-ORPHAN-COUNT      PIC 9(6) VALUE 0.
           MOVE WS-IMAGES-STAGED TO WS-IMAGES-STAGED-DISP
           MOVE WS-EXTERNAL-COUNT TO WS-EXTERNAL-DISP
           MOVE WS-ORPHAN-COUNT TO WS-ORPHAN-COUNT-DISP
           MOVE WS-AUDIO-CHECKED TO WS-AUDIO-CHECKED-DISP
           DISPLAY "COBLOG-ASSETS: images-checked="
               FUNCTION TRIM(WS-IMAGES-CHECKED-DISP)
               " audio-checked="
               FUNCTION TRIM(WS-AUDIO-CHECKED-DISP)
               " missing=" FUNCTION TRIM(WS-IMAGES-MISSING-DISP)
               " staged=" FUNCTION TRIM(WS-IMAGES-STAGED-DISP)
               " external=" FUNCTION TRIM(WS-EXTERNAL-DISP)
       VERIFY-ONE-POST.
      * One verdict per post - POST-IMAGE repeats on every body
      * line, so only the first record of a slug is examined.
      * The hero image and the episode audio each go through
      * VERIFY-ONE-ASSET.
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG = WS-CURRENT-SLUG
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(POST-IMAGE) TO WS-TRIMMED-IMAGE
           MOVE "POST-IMAGE" TO WS-ASSET-FIELD
           MOVE "image" TO WS-ASSET-KIND
           PERFORM VERIFY-ONE-ASSET

           MOVE FUNCTION TRIM(POST-AUDIO-URL) TO WS-TRIMMED-IMAGE
           MOVE "POST-AUDIO-URL" TO WS-ASSET-FIELD
           MOVE "audio" TO WS-ASSET-KIND
           PERFORM VERIFY-ONE-ASSET.

       VERIFY-ONE-ASSET.
      * WS-TRIMMED-IMAGE / WS-ASSET-FIELD / WS-ASSET-KIND in:
      * resolve, record the reference, and prove the file is in
      * the tree (staging it from --copy-from= if it is not).
           IF WS-TRIMMED-IMAGE = SPACES
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-ASSET-KIND = "audio"
               ADD 1 TO WS-AUDIO-CHECKED
           ELSE
               ADD 1 TO WS-IMAGES-CHECKED
           END-IF
           MOVE WS-IMAGE-REL TO REFS-LINE
           WRITE REFS-LINE

               MOVE SPACES TO WS-DIAG-LINE
               STRING "ASSETS: slug '"
                   FUNCTION TRIM(WS-TRIMMED-SLUG)
                   "' has a " FUNCTION TRIM(WS-ASSET-FIELD)
                   " path that fails the "
                   "character lockdown: '"
                   FUNCTION TRIM(WS-IMAGE-REL) "'"
                   DELIMITED SIZE INTO WS-DIAG-LINE
               MOVE SPACES TO WS-DIAG-LINE
               STRING "ASSETS: slug '"
                   FUNCTION TRIM(WS-TRIMMED-SLUG)
                   "' references missing "
                   FUNCTION TRIM(WS-ASSET-KIND) " "
                   FUNCTION TRIM(WS-OUTPUT-DIR) "/"
                   FUNCTION TRIM(WS-IMAGE-REL)
                   DELIMITED SIZE INTO WS-DIAG-LINE
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

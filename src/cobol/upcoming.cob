      *     SCHEDULED records without an approval
      *   - DRAFT posts that have sat unpublished for more than
      *     --stale-days=N days (default 30), oldest first
      *   - live or scheduled posts whose POST-EXPIRES-DATE falls
      *     within the same --days window, in expiry order, so an
      *     offer or event can be extended before it drops out
      * The report goes to stdout in the COBLOG-STATS style; the
      * audit line goes to stderr. Candidates are collected onto
      * work files during the read pass and SORTed into date order,
      *   2026-09-02  dev   Added the waiting-on-review queue.
      *   2026-09-02  dev   Run lock (--lock=) and per-run work-
      *                     file names.
      *   2026-10-15  dev   Added the expiring-soon section.
      * ============================================================

       ENVIRONMENT DIVISION.
           SELECT REVIEW-WORK-FILE ASSIGN TO WS-REVIEW-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-WORK-STATUS.
           SELECT EXPIRE-WORK-FILE ASSIGN TO WS-EXPIRE-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRE-WORK-STATUS.
           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       FD REVIEW-WORK-FILE.
       01 REVIEW-WORK-RECORD   PIC X(258).

       FD EXPIRE-WORK-FILE.
       01 EXPIRE-WORK-RECORD   PIC X(258).

       FD LOCK-FILE.
       01 LOCK-LINE            PIC X(80).

       01 WS-SCHED-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-STALE-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-REVIEW-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-EXPIRE-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-EOF               PIC 9  VALUE 0.

       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-SCHED-WORK-PATH   PIC X(100) VALUE SPACES.
       01 WS-STALE-WORK-PATH   PIC X(100) VALUE SPACES.
       01 WS-REVIEW-WORK-PATH  PIC X(100) VALUE SPACES.
       01 WS-EXPIRE-WORK-PATH  PIC X(100) VALUE SPACES.

      * Control break on slug
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-STALE-COUNT-DISP  PIC ZZZZ9.
       01 WS-REVIEW-COUNT      PIC 9(5) VALUE 0.
       01 WS-REVIEW-COUNT-DISP PIC ZZZZ9.
       01 WS-EXPIRE-COUNT      PIC 9(5) VALUE 0.
       01 WS-EXPIRE-COUNT-DISP PIC ZZZZ9.
       01 WS-DAYS-DISP         PIC ZZ9.

      * Command line
           OPEN OUTPUT SCHED-WORK-FILE
           OPEN OUTPUT STALE-WORK-FILE
           OPEN OUTPUT REVIEW-WORK-FILE
           OPEN OUTPUT EXPIRE-WORK-FILE

           PERFORM READ-AND-SELECT UNTIL WS-EOF = 1

           CLOSE SCHED-WORK-FILE
           CLOSE STALE-WORK-FILE
           CLOSE REVIEW-WORK-FILE
           CLOSE EXPIRE-WORK-FILE

           PERFORM WRITE-REPORT

           MOVE WS-SCHED-COUNT TO WS-SCHED-COUNT-DISP
           MOVE WS-STALE-COUNT TO WS-STALE-COUNT-DISP
           MOVE WS-REVIEW-COUNT TO WS-REVIEW-COUNT-DISP
           MOVE WS-EXPIRE-COUNT TO WS-EXPIRE-COUNT-DISP
           DISPLAY "COBLOG-UPCOMING: due-soon="
               FUNCTION TRIM(WS-SCHED-COUNT-DISP)
               " waiting-review="
               FUNCTION TRIM(WS-REVIEW-COUNT-DISP)
               " stale-drafts="
               FUNCTION TRIM(WS-STALE-COUNT-DISP)
               " expiring="
               FUNCTION TRIM(WS-EXPIRE-COUNT-DISP)
               UPON SYSERR

           PERFORM CLEAN-WORK-FILES
               DELIMITED SIZE INTO WS-STALE-WORK-PATH
           MOVE SPACES TO WS-REVIEW-WORK-PATH
           STRING "UPCOMING-REVIEW-WORK-" WS-WORK-SUFFIX
               DELIMITED SIZE INTO WS-REVIEW-WORK-PATH
           MOVE SPACES TO WS-EXPIRE-WORK-PATH
           STRING "UPCOMING-EXPIRE-WORK-" WS-WORK-SUFFIX
               DELIMITED SIZE INTO WS-EXPIRE-WORK-PATH.

       CLEAN-WORK-FILES.
      * The names are entirely program-generated (letters, digits
           STRING "rm -f "
               FUNCTION TRIM(WS-SCHED-WORK-PATH) " "
               FUNCTION TRIM(WS-STALE-WORK-PATH) " "
               FUNCTION TRIM(WS-REVIEW-WORK-PATH) " "
               FUNCTION TRIM(WS-EXPIRE-WORK-PATH)
               DELIMITED SIZE INTO WS-RM-CMD
           CALL "SYSTEM" USING WS-RM-CMD
           MOVE 0 TO RETURN-CODE.
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      * Independently of the above, a published or scheduled post
      * whose expiry falls inside the window - a SCHEDULED post can
      * both go live and expire within it
           IF WS-TRIMMED-STATUS NOT = "DRAFT"
               AND WS-TRIMMED-STATUS NOT = "REVIEW"
               AND WS-TRIMMED-STATUS NOT = "PAGE"
               AND POST-EXPIRES-DATE NUMERIC
               PERFORM SELECT-EXPIRING
           END-IF.

       SELECT-EXPIRING.
      * Not expired yet (blank POST-EXPIRES-TIME means midnight, as
      * CHECK-POST-LIVE reads it) and expiring by the horizon
           MOVE POST-EXPIRES-TIME TO WS-EFF-TIME-OF-DAY
           IF WS-EFF-TIME-OF-DAY NOT NUMERIC
               MOVE "000000" TO WS-EFF-TIME-OF-DAY
           END-IF
           IF (POST-EXPIRES-DATE > WS-RUN-DATE
               OR (POST-EXPIRES-DATE = WS-RUN-DATE
                   AND WS-EFF-TIME-OF-DAY > WS-RUN-TIME))
               AND POST-EXPIRES-DATE NOT > WS-HORIZON-DATE
               PERFORM BUILD-WORK-RECORD
               MOVE POST-EXPIRES-DATE TO WS-WK-DATE
               MOVE WS-WORK-RECORD TO EXPIRE-WORK-RECORD
               WRITE EXPIRE-WORK-RECORD
               ADD 1 TO WS-EXPIRE-COUNT
           END-IF.

       BUILD-WORK-RECORD.
           MOVE POST-DATE TO WS-WK-DATE
                   ON ASCENDING KEY RPT-SLUG
                   USING STALE-WORK-FILE
                   OUTPUT PROCEDURE IS PRINT-SORTED-LINES
           END-IF
           DISPLAY " "

           MOVE WS-DAYS-AHEAD TO WS-DAYS-DISP
           DISPLAY "Posts expiring within "
               FUNCTION TRIM(WS-DAYS-DISP) " day(s):"
           IF WS-EXPIRE-COUNT = 0
               DISPLAY "  (none)"
           ELSE
               SORT SORT-FILE
                   ON ASCENDING KEY RPT-DATE
                   ON ASCENDING KEY RPT-SLUG
                   USING EXPIRE-WORK-FILE
                   OUTPUT PROCEDURE IS PRINT-SORTED-LINES
           END-IF.

       PRINT-SORTED-LINES SECTION.

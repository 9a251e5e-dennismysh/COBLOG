      * /tags/<old>/ stub forwarding to /tags/<new>/ - so the old
      * tag landing page URL keeps working instead of going stale.
      *
      * A post under legal hold (an unreleased line for its slug on
      * the COBLOG-HOLDS register) is passed through untouched: each
      * one skipped is named on stderr, noted on the hold audit
      * trail and counted in the audit line. While any post still
      * carries the old tag the old tag page is still live, so no
      * redirect is appended - rerun the retag once the hold is
      * released.
      *
      * Usage: coblog-retag --from=<tag> --to=<tag>
      *          [--tag-redirects=<path>]
      *          [--holds=<path>]          default
      *                                    coblog-legal-holds.dat
      *          [--hold-audit=<path>]     default
      *                                    coblog-legal-hold-audit.dat
      *        < sorted-master > new-master
      *
      * The audit line goes to stderr in the house format; the exit
      *
      * Modification history:
      *   2026-09-02  dev   Initial version.
      *   2026-10-15  dev   Posts under legal hold are skipped and
      *                     reported.
      * ============================================================

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL TAGREDIR-FILE ASSIGN TO WS-TAGREDIR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAGREDIR-STATUS.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT OPTIONAL HOLD-AUDIT-FILE
               ASSIGN TO WS-HOLD-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-AUDIT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORT-WORK".

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD         PIC X(2600).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD        PIC X(2600).

       FD TAGREDIR-FILE.
       01 TAGREDIR-LINE        PIC X(200).

       FD HOLDS-FILE.
       01 HOLDS-LINE           PIC X(300).

       FD HOLD-AUDIT-FILE.
       01 HOLD-AUDIT-LINE      PIC X(200).

       SD SORT-FILE.
       01 SORT-RECORD.
           COPY POSTREC.
       01 WS-TO-SLUG           PIC X(30) VALUE SPACES.
       01 WS-TAGREDIR-BUF      PIC X(200) VALUE SPACES.

      * Legal holds: the unreleased lines of the COBLOG-HOLDS
      * register ("slug|matter|placed-by|placed|released"), and the
      * audit trail each held post skipped is noted on
       01 WS-HOLDS-PATH        PIC X(256)
           VALUE "coblog-legal-holds.dat".
       01 WS-HOLDS-STATUS      PIC XX VALUE SPACES.
       01 WS-HOLD-AUDIT-PATH   PIC X(256)
           VALUE "coblog-legal-hold-audit.dat".
       01 WS-HOLD-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES.
               10 WS-HOLD-SLUG     PIC X(60).
               10 WS-HOLD-MATTER   PIC X(40).
       01 WS-HOLD-COUNT        PIC 9(4) VALUE 0.
       01 WS-HOLD-I            PIC 9(4) VALUE 0.
       01 WS-HOLD-FOUND        PIC 9(4) VALUE 0.
       01 WS-HOLD-KEY          PIC X(60) VALUE SPACES.
       01 WS-HOLD-ACTION       PIC X(20) VALUE SPACES.
       01 WS-HL-SLUG           PIC X(60) VALUE SPACES.
       01 WS-HL-MATTER         PIC X(40) VALUE SPACES.
       01 WS-HL-BY             PIC X(40) VALUE SPACES.
       01 WS-HL-PLACED         PIC X(8) VALUE SPACES.
       01 WS-HL-RELEASED       PIC X(8) VALUE SPACES.
       01 WS-HELD-SLUG         PIC X(60) VALUE SPACES.

      * Audit counters
       01 WS-RECORDS-READ      PIC 9(6) VALUE 0.
       01 WS-RECORDS-READ-DISP PIC ZZZZZ9.
       01 WS-RECORDS-WRITTEN-DISP PIC ZZZZZ9.
       01 WS-POSTS-TOUCHED     PIC 9(6) VALUE 0.
       01 WS-POSTS-TOUCHED-DISP PIC ZZZZZ9.
       01 WS-HELD-POSTS        PIC 9(6) VALUE 0.
       01 WS-HELD-POSTS-DISP   PIC ZZZZZ9.

      * Command line. WS-ARGS is sized for several valued flags -
      * ACCEPT FROM COMMAND-LINE truncates silently, and a dropped
      * flag corrupts output with no diagnostic.
       01 WS-ARGS              PIC X(1024) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

      * The holds are read before anything is rewritten - a
      * register that cannot be read stops the run
           PERFORM LOAD-LEGAL-HOLDS

           SORT SORT-FILE
               ON ASCENDING KEY POST-TAG
               ON ASCENDING KEY POST-DATE
               INPUT PROCEDURE IS READ-AND-RETAG
               OUTPUT PROCEDURE IS WRITE-OUTPUT

           IF WS-POSTS-TOUCHED > 0 AND WS-HELD-POSTS = 0
               PERFORM APPEND-TAG-REDIRECT
           END-IF
           IF WS-HELD-POSTS > 0
               DISPLAY "COBLOG-RETAG: WARNING - posts under legal "
                   "hold still carry '" FUNCTION TRIM(WS-FROM-TAG)
                   "'; no tag redirect written - rerun once the "
                   "hold is released"
                   UPON SYSERR
           END-IF

           MOVE WS-RECORDS-READ TO WS-RECORDS-READ-DISP
           MOVE WS-RECORDS-WRITTEN TO WS-RECORDS-WRITTEN-DISP
           MOVE WS-POSTS-TOUCHED TO WS-POSTS-TOUCHED-DISP
           MOVE WS-HELD-POSTS TO WS-HELD-POSTS-DISP
           DISPLAY "COBLOG-RETAG: from="
               FUNCTION TRIM(WS-FROM-TAG)
               " to=" FUNCTION TRIM(WS-TO-TAG)
               FUNCTION TRIM(WS-RECORDS-WRITTEN-DISP)
               " posts-touched="
               FUNCTION TRIM(WS-POSTS-TOUCHED-DISP)
               " posts-held-skipped="
               FUNCTION TRIM(WS-HELD-POSTS-DISP)
               UPON SYSERR

           STOP RUN.
                       TO WS-TO-TAG
                   MOVE 1 TO WS-GOT-TO
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:16) = "--tag-redirects="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(17:)
                       TO WS-TAGREDIR-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:8) = "--holds="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(9:)
                       TO WS-HOLDS-PATH
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:13) = "--hold-audit="
                       MOVE WS-ARG-ENTRY(WS-ARG-I)(14:)
                           TO WS-HOLD-AUDIT-PATH
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       APPEND-TAG-REDIRECT.
               END-IF
           END-PERFORM.

       NOTE-HELD-POST.
      * A held post carrying the old tag: one diagnostic and one
      * audit-trail line per post (control break on slug)
           IF WS-HOLD-KEY = WS-HELD-SLUG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLD-KEY TO WS-HELD-SLUG
           ADD 1 TO WS-HELD-POSTS
           DISPLAY "COBLOG-RETAG: '" FUNCTION TRIM(WS-HOLD-KEY)
               "' is under legal hold (matter "
               FUNCTION TRIM(WS-HOLD-MATTER(WS-HOLD-FOUND))
               ") - not retagged"
               UPON SYSERR
           MOVE "skipped-by-retag" TO WS-HOLD-ACTION
           PERFORM WRITE-HOLD-AUDIT.

       LOAD-LEGAL-HOLDS.
      * The unreleased lines of the register; a register that does
      * not exist yet means nothing is held
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "05"
               CLOSE HOLDS-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "COBLOG-RETAG: cannot open legal-hold "
                   "register " FUNCTION TRIM(WS-HOLDS-PATH)
                   " (status " WS-HOLDS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ HOLDS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM STORE-LEGAL-HOLD
           END-PERFORM
           CLOSE HOLDS-FILE.

       STORE-LEGAL-HOLD.
           IF FUNCTION TRIM(HOLDS-LINE) = SPACES
               OR HOLDS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HL-SLUG WS-HL-MATTER WS-HL-BY
               WS-HL-PLACED WS-HL-RELEASED
           UNSTRING HOLDS-LINE DELIMITED BY "|"
               INTO WS-HL-SLUG WS-HL-MATTER WS-HL-BY
                    WS-HL-PLACED WS-HL-RELEASED
           END-UNSTRING
           IF FUNCTION TRIM(WS-HL-SLUG) = SPACES
               OR WS-HL-RELEASED NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT >= 500
               DISPLAY "COBLOG-RETAG: WARNING - legal-hold "
                   "ceiling (500) reached, excess holds not loaded"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE FUNCTION TRIM(WS-HL-SLUG)
               TO WS-HOLD-SLUG(WS-HOLD-COUNT)
           MOVE FUNCTION TRIM(WS-HL-MATTER)
               TO WS-HOLD-MATTER(WS-HOLD-COUNT).

       CHECK-LEGAL-HOLD.
      * WS-HOLD-KEY in -> WS-HOLD-FOUND out (0 = not held)
           MOVE 0 TO WS-HOLD-FOUND
           PERFORM VARYING WS-HOLD-I FROM 1 BY 1
               UNTIL WS-HOLD-I > WS-HOLD-COUNT
               IF WS-HOLD-SLUG(WS-HOLD-I) = WS-HOLD-KEY
                   MOVE WS-HOLD-I TO WS-HOLD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-HOLD-AUDIT.
      * "date|time|program|action|slug|matter", EXTENDed, never
      * rewritten
           OPEN EXTEND HOLD-AUDIT-FILE
           IF WS-HOLD-AUDIT-STATUS NOT = "00"
               AND WS-HOLD-AUDIT-STATUS NOT = "05"
               DISPLAY "COBLOG-RETAG: cannot extend hold audit "
                   "trail " FUNCTION TRIM(WS-HOLD-AUDIT-PATH)
                   " (status " WS-HOLD-AUDIT-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-AUDIT-LINE
           STRING FUNCTION CURRENT-DATE(1:8) "|"
               FUNCTION CURRENT-DATE(9:6) "|"
               "COBLOG-RETAG|"
               FUNCTION TRIM(WS-HOLD-ACTION) "|"
               FUNCTION TRIM(WS-HOLD-KEY) "|"
               FUNCTION TRIM(WS-HOLD-MATTER(WS-HOLD-FOUND))
               DELIMITED SIZE INTO HOLD-AUDIT-LINE
           WRITE HOLD-AUDIT-LINE
           CLOSE HOLD-AUDIT-FILE.

      * The paragraphs above live in the unnamed section so that
      * SORT's input/output procedures below - which fall through
      * every paragraph of their named section - never run them as
      * an earlier field. WS-POSTS-TOUCHED counts posts, not
      * records - the control break on slug gates the counter.
           MOVE 0 TO WS-RECORD-HIT
      * A held post carrying the old tag passes through as it is
           IF FUNCTION TRIM(POST-TAG) = WS-FROM-TAG
               OR FUNCTION TRIM(POST-TAG-2) = WS-FROM-TAG
               OR FUNCTION TRIM(POST-TAG-3) = WS-FROM-TAG
               OR FUNCTION TRIM(POST-TAG-4) = WS-FROM-TAG
               MOVE FUNCTION TRIM(POST-SLUG) TO WS-HOLD-KEY
               PERFORM CHECK-LEGAL-HOLD
               IF WS-HOLD-FOUND > 0
                   PERFORM NOTE-HELD-POST
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(POST-TAG) = WS-FROM-TAG
               MOVE WS-TO-TAG TO POST-TAG
               MOVE 1 TO WS-RECORD-HIT

      * is extended, never rewritten - it carries every retention
      * run's posts, not just the latest run's.
      *
      * A post under legal hold (an unreleased line for its slug on
      * the COBLOG-HOLDS register) stays in the live master whatever
      * its date - counsel needs it exactly where it stands - and
      * each one kept that way is noted on the hold audit trail.
      *
      * Usage: coblog-archive [--cutoff=YYYYMMDD | --years=N]
      *          [--archive=<path>]        default
      *                                    coblog-archive-<run>.dat
      *          [--index=<path>]          default
      *                                    coblog-archive-index.dat
      *          [--holds=<path>]          default
      *                                    coblog-legal-holds.dat
      *          [--hold-audit=<path>]     default
      *                                    coblog-legal-hold-audit.dat
      *        < sorted-master > new-master
      *
      * Modification history:
      *   2026-08-22  dev   Initial version.
      *   2026-09-02  dev   Standalone PAGE records pass through
      *                     regardless of the cutoff.
      *   2026-10-15  dev   Posts under legal hold pass through
      *                     regardless of the cutoff.
      * ============================================================

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL ARCHIDX-FILE ASSIGN TO WS-ARCHIDX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIDX-STATUS.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT OPTIONAL HOLD-AUDIT-FILE
               ASSIGN TO WS-HOLD-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY POSTREC.

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD        PIC X(2600).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD       PIC X(2600).

       FD ARCHIDX-FILE.
       01 ARCHIDX-LINE         PIC X(300).

       FD HOLDS-FILE.
       01 HOLDS-LINE           PIC X(300).

       FD HOLD-AUDIT-FILE.
       01 HOLD-AUDIT-LINE      PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-OUTPUT-STATUS     PIC XX VALUE SPACES.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-ARCHIDX-BUF       PIC X(300) VALUE SPACES.

      * Legal holds: the unreleased lines of the COBLOG-HOLDS
      * register ("slug|matter|placed-by|placed|released"), and the
      * audit trail each held post kept back is noted on
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
       01 WS-ARCH-COUNT-DISP   PIC ZZZZZ9.
       01 WS-ARCH-POSTS        PIC 9(6) VALUE 0.
       01 WS-ARCH-POSTS-DISP   PIC ZZZZZ9.
       01 WS-HELD-POSTS        PIC 9(6) VALUE 0.
       01 WS-HELD-POSTS-DISP   PIC ZZZZZ9.

      * Command line. WS-ARGS is sized for several path-valued
      * flags - ACCEPT FROM COMMAND-LINE truncates silently.
       01 WS-ARGS              PIC X(1024) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.
                   DELIMITED SIZE INTO WS-ARCHIVE-PATH
           END-IF

      * The holds are read before anything is split - a register
      * that cannot be read stops the run rather than risk moving a
      * held post out of the live master
           PERFORM LOAD-LEGAL-HOLDS

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
           MOVE WS-KEPT-COUNT TO WS-KEPT-COUNT-DISP
           MOVE WS-ARCH-COUNT TO WS-ARCH-COUNT-DISP
           MOVE WS-ARCH-POSTS TO WS-ARCH-POSTS-DISP
           MOVE WS-HELD-POSTS TO WS-HELD-POSTS-DISP
           DISPLAY "COBLOG-ARCHIVE: cutoff=" WS-CUTOFF-DATE
               " records-read=" FUNCTION TRIM(WS-RECORDS-READ-DISP)
               " kept=" FUNCTION TRIM(WS-KEPT-COUNT-DISP)
               " archived=" FUNCTION TRIM(WS-ARCH-COUNT-DISP)
               " posts-archived="
               FUNCTION TRIM(WS-ARCH-POSTS-DISP)
               " held-kept=" FUNCTION TRIM(WS-HELD-POSTS-DISP)
               UPON SYSERR

           STOP RUN.
                       TO WS-ARCHIVE-PATH
                   MOVE 1 TO WS-GOT-ARCHIVE
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:8) = "--index="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(9:)
                       TO WS-ARCHIDX-PATH
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
               END-IF
           END-IF.

       READ-AND-SPLIT.
      * pages (POST-STATUS "PAGE") are timeless - About and
      * Contact must never age out of the live master, whatever
      * date they carry - so they pass through regardless of the
      * cutoff. So does a post under legal hold.
           IF POST-DATE < WS-CUTOFF-DATE
               AND FUNCTION TRIM(POST-STATUS) NOT = "PAGE"
               MOVE FUNCTION TRIM(POST-SLUG) TO WS-HOLD-KEY
               PERFORM CHECK-LEGAL-HOLD
           ELSE
               MOVE 0 TO WS-HOLD-FOUND
           END-IF
           IF WS-HOLD-FOUND > 0
               PERFORM NOTE-HELD-POST
           END-IF
           IF POST-DATE < WS-CUTOFF-DATE
               AND FUNCTION TRIM(POST-STATUS) NOT = "PAGE"
               AND WS-HOLD-FOUND = 0
               MOVE INPUT-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               ADD 1 TO WS-ARCH-COUNT
               DELIMITED SIZE INTO WS-ARCHIDX-BUF
           MOVE WS-ARCHIDX-BUF TO ARCHIDX-LINE
           WRITE ARCHIDX-LINE.

       NOTE-HELD-POST.
      * A held post the cutoff would have archived: one diagnostic
      * and one audit-trail line per post (control break on slug)
           IF WS-HOLD-KEY = WS-HELD-SLUG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLD-KEY TO WS-HELD-SLUG
           ADD 1 TO WS-HELD-POSTS
           DISPLAY "COBLOG-ARCHIVE: '" FUNCTION TRIM(WS-HOLD-KEY)
               "' is past the cutoff but under legal hold (matter "
               FUNCTION TRIM(WS-HOLD-MATTER(WS-HOLD-FOUND))
               ") - kept in the live master"
               UPON SYSERR
           MOVE "kept-by-archive" TO WS-HOLD-ACTION
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
               DISPLAY "COBLOG-ARCHIVE: cannot open legal-hold "
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
               DISPLAY "COBLOG-ARCHIVE: WARNING - legal-hold "
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
               DISPLAY "COBLOG-ARCHIVE: cannot extend hold audit "
                   "trail " FUNCTION TRIM(WS-HOLD-AUDIT-PATH)
                   " (status " WS-HOLD-AUDIT-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-AUDIT-LINE
           STRING FUNCTION CURRENT-DATE(1:8) "|"
               FUNCTION CURRENT-DATE(9:6) "|"
               "COBLOG-ARCHIVE|"
               FUNCTION TRIM(WS-HOLD-ACTION) "|"
               FUNCTION TRIM(WS-HOLD-KEY) "|"
               FUNCTION TRIM(WS-HOLD-MATTER(WS-HOLD-FOUND))
               DELIMITED SIZE INTO HOLD-AUDIT-LINE
           WRITE HOLD-AUDIT-LINE
           CLOSE HOLD-AUDIT-FILE.

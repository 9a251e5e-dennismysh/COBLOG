       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-HOLDS.
      * ============================================================
      * COBLOG Legal-Hold Register
      * Keeps the register of posts under legal hold. While a hold
      * is in place the post must stay exactly as it stands:
      *   COBLOG-CATALOG  refuses --op=replace / --op=delete (and
      *                   the same entries in a --op=batch file)
      *   COBLOG-ARCHIVE  keeps the post in the live master
      *                   whatever the retention cutoff
      *   COBLOG-RETAG    passes the post through untouched
      * and each of them notes what it refused or skipped on the
      * hold audit trail.
      *
      * The register (--holds=<path>, default
      * coblog-legal-holds.dat) holds one line per hold:
      *   slug|matter|placed-by|placed|released
      * dates YYYYMMDD, released blank while the hold is in place.
      * A slug may be held under more than one matter at once; it
      * stays held until every one of them is released. Released
      * holds are kept on the register, never deleted.
      *
      * The audit trail (--hold-audit=<path>, default
      * coblog-legal-hold-audit.dat) is extended, never rewritten,
      * by this program and the three above:
      *   date|time|program|action|slug|matter
      *
      * Operations (--op=<operation>):
      *   place    --slug= --matter= --by=<user-id> [--date=]
      *            put a post under hold; refused when the same
      *            slug is already held under the same matter
      *   release  --slug= --matter= [--date=]
      *            release a hold; refused when there is no hold
      *            in place for that slug and matter, or the date
      *            is before the date it was placed
      *   report   current holds, oldest first, with how long each
      *            has been in place as of --date= (default today),
      *            on stdout in the COBLOG-STATS style
      *
      * Diagnostics and the end-of-run audit line go to stderr; the
      * exit code is non-zero when the requested operation failed.
      *
      * Modification history:
      *   2026-10-15  dev   Initial version.
      * ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO WS-HOLDS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT OPTIONAL HOLD-AUDIT-FILE
               ASSIGN TO WS-HOLD-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD HOLDS-FILE.
       01 HOLDS-LINE           PIC X(300).

       FD HOLD-AUDIT-FILE.
       01 HOLD-AUDIT-LINE      PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-HOLDS-STATUS      PIC XX VALUE SPACES.
       01 WS-HOLD-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.

       01 WS-OPERATION         PIC X(12) VALUE SPACES.
       01 WS-OP-FAILED         PIC 9  VALUE 0.
       01 WS-HOLDS-PATH        PIC X(256)
           VALUE "coblog-legal-holds.dat".
       01 WS-HOLD-AUDIT-PATH   PIC X(256)
           VALUE "coblog-legal-hold-audit.dat".
       01 WS-ARG-SLUG          PIC X(60) VALUE SPACES.
       01 WS-ARG-MATTER        PIC X(40) VALUE SPACES.
       01 WS-ARG-BY            PIC X(40) VALUE SPACES.
       01 WS-ARG-DATE          PIC X(8) VALUE SPACES.
       01 WS-HOLD-ACTION       PIC X(20) VALUE SPACES.

      * The whole register, read whole and (on release) written
      * whole. WS-HR-PICKED marks a hold already listed by the
      * oldest-first report.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10 WS-HR-SLUG       PIC X(60).
               10 WS-HR-MATTER     PIC X(40).
               10 WS-HR-BY         PIC X(40).
               10 WS-HR-PLACED     PIC X(8).
               10 WS-HR-RELEASED   PIC X(8).
               10 WS-HR-PICKED     PIC 9.
       01 WS-HOLD-COUNT        PIC 9(4) VALUE 0.
       01 WS-HR-I              PIC 9(4) VALUE 0.
       01 WS-HR-J              PIC 9(4) VALUE 0.
       01 WS-HR-FOUND          PIC 9(4) VALUE 0.
       01 WS-HR-BEST           PIC 9(4) VALUE 0.
       01 WS-HOLDS-FULL-WARNED PIC 9  VALUE 0.

      * One register line taken apart
       01 WS-HL-SLUG           PIC X(60) VALUE SPACES.
       01 WS-HL-MATTER         PIC X(40) VALUE SPACES.
       01 WS-HL-BY             PIC X(40) VALUE SPACES.
       01 WS-HL-PLACED         PIC X(8) VALUE SPACES.
       01 WS-HL-RELEASED       PIC X(8) VALUE SPACES.

      * Day arithmetic for the report
       01 WS-ASOF-DATE-NUM     PIC 9(8) VALUE 0.
       01 WS-PLACED-DATE-NUM   PIC 9(8) VALUE 0.
       01 WS-DAYS-HELD         PIC S9(6) VALUE 0.
       01 WS-LONGEST-DAYS      PIC S9(6) VALUE 0.

      * Audit counters and report edit fields
       01 WS-ACTIVE-COUNT      PIC 9(6) VALUE 0.
       01 WS-RELEASED-COUNT    PIC 9(6) VALUE 0.
       01 WS-HELD-POSTS        PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZZZZ9.
       01 WS-DAYS-DISP         PIC ZZZZZ9.
       01 WS-DATE-DISP         PIC X(10) VALUE SPACES.
       01 WS-SLUG-COL          PIC X(40) VALUE SPACES.
       01 WS-MATTER-COL        PIC X(20) VALUE SPACES.
       01 WS-BY-COL            PIC X(16) VALUE SPACES.

      * Command line. WS-ARGS is sized for several path-valued
      * flags - ACCEPT FROM COMMAND-LINE truncates silently, and a
      * dropped flag corrupts output with no diagnostic.
       01 WS-ARGS              PIC X(1024) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARSE-COMMAND-LINE

           IF WS-OPERATION = SPACES
               DISPLAY "COBLOG-HOLDS: --op=<operation> is required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-ARG-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-ARG-DATE
           END-IF
           IF WS-ARG-DATE IS NOT NUMERIC
               DISPLAY "COBLOG-HOLDS: --date= must be YYYYMMDD"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE FUNCTION TRIM(WS-OPERATION)
               WHEN "place"
                   PERFORM OP-PLACE
               WHEN "release"
                   PERFORM OP-RELEASE
               WHEN "report"
                   PERFORM OP-REPORT
               WHEN OTHER
                   DISPLAY "COBLOG-HOLDS: unknown --op='"
                       FUNCTION TRIM(WS-OPERATION)
                       "' (place/release/report)"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
           END-EVALUATE

           IF WS-OP-FAILED = 1
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
               IF WS-ARG-ENTRY(WS-ARG-I)(1:5) = "--op="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(6:) TO WS-OPERATION
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:7) = "--slug="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(8:) TO WS-ARG-SLUG
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--matter="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:) TO WS-ARG-MATTER
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:5) = "--by="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(6:) TO WS-ARG-BY
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:7) = "--date="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(8:) TO WS-ARG-DATE
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
               END-IF
           END-IF.

      * ------------------------------------------------------------
      * place: append a new hold to the register
      * ------------------------------------------------------------
       OP-PLACE.
           IF WS-ARG-SLUG = SPACES OR WS-ARG-MATTER = SPACES
               OR WS-ARG-BY = SPACES
               DISPLAY "COBLOG-HOLDS: --op=place needs --slug=, "
                   "--matter= and --by="
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ARG-DELIMITERS
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HOLDS
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACTIVE-HOLD
           IF WS-HR-FOUND > 0
               DISPLAY "COBLOG-HOLDS: '" FUNCTION TRIM(WS-ARG-SLUG)
                   "' is already held under matter "
                   FUNCTION TRIM(WS-ARG-MATTER) " (placed "
                   WS-HR-PLACED(WS-HR-FOUND) " by "
                   FUNCTION TRIM(WS-HR-BY(WS-HR-FOUND)) ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF

      * Status 05 = the optional file did not exist and was
      * created - the first hold starts the register
           OPEN EXTEND HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               AND WS-HOLDS-STATUS NOT = "05"
               DISPLAY "COBLOG-HOLDS: cannot extend register "
                   FUNCTION TRIM(WS-HOLDS-PATH)
                   " (status " WS-HOLDS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLDS-LINE
           STRING FUNCTION TRIM(WS-ARG-SLUG) "|"
               FUNCTION TRIM(WS-ARG-MATTER) "|"
               FUNCTION TRIM(WS-ARG-BY) "|"
               WS-ARG-DATE "|"
               DELIMITED SIZE INTO HOLDS-LINE
           WRITE HOLDS-LINE
           CLOSE HOLDS-FILE

           MOVE "placed" TO WS-HOLD-ACTION
           PERFORM WRITE-HOLD-AUDIT
           DISPLAY "COBLOG-HOLDS: op=place slug="
               FUNCTION TRIM(WS-ARG-SLUG)
               " matter=" FUNCTION TRIM(WS-ARG-MATTER)
               " by=" FUNCTION TRIM(WS-ARG-BY)
               " placed=" WS-ARG-DATE
               UPON SYSERR.

      * ------------------------------------------------------------
      * release: date the hold, rewrite the register whole
      * ------------------------------------------------------------
       OP-RELEASE.
           IF WS-ARG-SLUG = SPACES OR WS-ARG-MATTER = SPACES
               DISPLAY "COBLOG-HOLDS: --op=release needs --slug= "
                   "and --matter="
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HOLDS
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACTIVE-HOLD
           IF WS-HR-FOUND = 0
               DISPLAY "COBLOG-HOLDS: no hold in place on '"
                   FUNCTION TRIM(WS-ARG-SLUG) "' under matter "
                   FUNCTION TRIM(WS-ARG-MATTER)
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-DATE < WS-HR-PLACED(WS-HR-FOUND)
               DISPLAY "COBLOG-HOLDS: release date " WS-ARG-DATE
                   " is before the hold was placed ("
                   WS-HR-PLACED(WS-HR-FOUND) ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-DATE TO WS-HR-RELEASED(WS-HR-FOUND)
           PERFORM SAVE-HOLDS
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF

           MOVE "released" TO WS-HOLD-ACTION
           PERFORM WRITE-HOLD-AUDIT
           DISPLAY "COBLOG-HOLDS: op=release slug="
               FUNCTION TRIM(WS-ARG-SLUG)
               " matter=" FUNCTION TRIM(WS-ARG-MATTER)
               " placed=" WS-HR-PLACED(WS-HR-FOUND)
               " released=" WS-ARG-DATE
               UPON SYSERR.

       CHECK-ARG-DELIMITERS.
      * A "|" in a value would shift every field after it on the
      * register line
           MOVE 0 TO WS-HR-J
           INSPECT WS-ARG-SLUG TALLYING WS-HR-J FOR ALL "|"
           INSPECT WS-ARG-MATTER TALLYING WS-HR-J FOR ALL "|"
           INSPECT WS-ARG-BY TALLYING WS-HR-J FOR ALL "|"
           IF WS-HR-J > 0
               DISPLAY "COBLOG-HOLDS: --slug=, --matter= and --by= "
                   "must not contain '|'"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
           END-IF.

       FIND-ACTIVE-HOLD.
      * The unreleased hold for --slug= under --matter=, if any
           MOVE 0 TO WS-HR-FOUND
           PERFORM VARYING WS-HR-I FROM 1 BY 1
               UNTIL WS-HR-I > WS-HOLD-COUNT
               IF WS-HR-SLUG(WS-HR-I) = WS-ARG-SLUG
                   AND WS-HR-MATTER(WS-HR-I) = WS-ARG-MATTER
                   AND WS-HR-RELEASED(WS-HR-I) = SPACES
                   MOVE WS-HR-I TO WS-HR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * ------------------------------------------------------------
      * report: holds in place, oldest first
      * ------------------------------------------------------------
       OP-REPORT.
           PERFORM LOAD-HOLDS
           IF WS-OP-FAILED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-DATE TO WS-ASOF-DATE-NUM

           PERFORM COUNT-HOLDS

           MOVE SPACES TO WS-DATE-DISP
           STRING WS-ARG-DATE(1:4) "-" WS-ARG-DATE(5:2) "-"
               WS-ARG-DATE(7:2)
               DELIMITED SIZE INTO WS-DATE-DISP
           DISPLAY "COBLOG-HOLDS report as of " WS-DATE-DISP
           DISPLAY "===================================="
           DISPLAY " "
           DISPLAY "Holds in place (oldest first):"
           IF WS-ACTIVE-COUNT = 0
               DISPLAY "  (none)"
           ELSE
               DISPLAY "  Slug                                     "
                   "Matter               Placed by        "
                   "Placed        Days"
               PERFORM WRITE-NEXT-OLDEST WS-ACTIVE-COUNT TIMES
           END-IF
           DISPLAY " "

           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISP
           DISPLAY "Holds in place:          "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-HELD-POSTS TO WS-COUNT-DISP
           DISPLAY "Posts under hold:        "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-LONGEST-DAYS TO WS-DAYS-DISP
           DISPLAY "Longest in place (days): "
               FUNCTION TRIM(WS-DAYS-DISP)
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISP
           DISPLAY "Released (on register):  "
               FUNCTION TRIM(WS-COUNT-DISP)

           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISP
           DISPLAY "COBLOG-HOLDS: op=report in-place="
               FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-HELD-POSTS TO WS-COUNT-DISP
           DISPLAY " posts=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISP
           DISPLAY " released=" FUNCTION TRIM(WS-COUNT-DISP)
               UPON SYSERR.

       COUNT-HOLDS.
      * Holds in place and released, distinct held slugs (the first
      * active hold for a slug counts the post), and the longest
      * time in place
           PERFORM VARYING WS-HR-I FROM 1 BY 1
               UNTIL WS-HR-I > WS-HOLD-COUNT
               IF WS-HR-RELEASED(WS-HR-I) NOT = SPACES
                   ADD 1 TO WS-RELEASED-COUNT
               ELSE
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM COMPUTE-DAYS-HELD
                   IF WS-DAYS-HELD > WS-LONGEST-DAYS
                       MOVE WS-DAYS-HELD TO WS-LONGEST-DAYS
                   END-IF
                   MOVE 0 TO WS-HR-FOUND
                   PERFORM VARYING WS-HR-J FROM 1 BY 1
                       UNTIL WS-HR-J >= WS-HR-I
                       IF WS-HR-SLUG(WS-HR-J) = WS-HR-SLUG(WS-HR-I)
                           AND WS-HR-RELEASED(WS-HR-J) = SPACES
                           MOVE WS-HR-J TO WS-HR-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-HR-FOUND = 0
                       ADD 1 TO WS-HELD-POSTS
                   END-IF
               END-IF
           END-PERFORM.

       COMPUTE-DAYS-HELD.
      * WS-HR-I in -> WS-DAYS-HELD out. A placed date that is not a
      * date, or one after the report date, shows as 0 days.
           MOVE 0 TO WS-DAYS-HELD
           IF WS-HR-PLACED(WS-HR-I) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HR-PLACED(WS-HR-I) TO WS-PLACED-DATE-NUM
           IF WS-PLACED-DATE-NUM > WS-ASOF-DATE-NUM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-PLACED-DATE-NUM).

       WRITE-NEXT-OLDEST.
      * The earliest-placed hold in place not yet listed; ties keep
      * register order
           MOVE 0 TO WS-HR-BEST
           PERFORM VARYING WS-HR-I FROM 1 BY 1
               UNTIL WS-HR-I > WS-HOLD-COUNT
               IF WS-HR-RELEASED(WS-HR-I) = SPACES
                   AND WS-HR-PICKED(WS-HR-I) = 0
                   IF WS-HR-BEST = 0
                       MOVE WS-HR-I TO WS-HR-BEST
                   ELSE
                       IF WS-HR-PLACED(WS-HR-I)
                           < WS-HR-PLACED(WS-HR-BEST)
                           MOVE WS-HR-I TO WS-HR-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HR-BEST = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-HR-PICKED(WS-HR-BEST)
           MOVE WS-HR-BEST TO WS-HR-I
           PERFORM COMPUTE-DAYS-HELD
           MOVE WS-DAYS-HELD TO WS-DAYS-DISP
           MOVE SPACES TO WS-DATE-DISP
           STRING WS-HR-PLACED(WS-HR-I)(1:4) "-"
               WS-HR-PLACED(WS-HR-I)(5:2) "-"
               WS-HR-PLACED(WS-HR-I)(7:2)
               DELIMITED SIZE INTO WS-DATE-DISP
           MOVE WS-HR-SLUG(WS-HR-I) TO WS-SLUG-COL
           MOVE WS-HR-MATTER(WS-HR-I) TO WS-MATTER-COL
           MOVE WS-HR-BY(WS-HR-I) TO WS-BY-COL
           DISPLAY "  " WS-SLUG-COL " " WS-MATTER-COL " "
               WS-BY-COL " " WS-DATE-DISP "  " WS-DAYS-DISP.

      * ------------------------------------------------------------
      * The register: read whole, written whole
      * ------------------------------------------------------------
       LOAD-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               AND WS-HOLDS-STATUS NOT = "05"
               DISPLAY "COBLOG-HOLDS: cannot open register "
                   FUNCTION TRIM(WS-HOLDS-PATH)
                   " (status " WS-HOLDS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ HOLDS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM STORE-HOLD-LINE
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE.

       STORE-HOLD-LINE.
           IF FUNCTION TRIM(HOLDS-LINE) = SPACES
               OR HOLDS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
      * A register the table cannot hold whole must not be
      * worked from - the operation fails
           IF WS-HOLD-COUNT >= 2000
               IF WS-HOLDS-FULL-WARNED = 0
                   DISPLAY "COBLOG-HOLDS: register ceiling (2000) "
                       "reached - archive released holds first"
                       UPON SYSERR
                   MOVE 1 TO WS-HOLDS-FULL-WARNED
                   MOVE 1 TO WS-OP-FAILED
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HL-SLUG WS-HL-MATTER WS-HL-BY
               WS-HL-PLACED WS-HL-RELEASED
           UNSTRING HOLDS-LINE DELIMITED BY "|"
               INTO WS-HL-SLUG WS-HL-MATTER WS-HL-BY
                    WS-HL-PLACED WS-HL-RELEASED
           END-UNSTRING
           ADD 1 TO WS-HOLD-COUNT
           MOVE FUNCTION TRIM(WS-HL-SLUG) TO WS-HR-SLUG(WS-HOLD-COUNT)
           MOVE FUNCTION TRIM(WS-HL-MATTER)
               TO WS-HR-MATTER(WS-HOLD-COUNT)
           MOVE FUNCTION TRIM(WS-HL-BY) TO WS-HR-BY(WS-HOLD-COUNT)
           MOVE WS-HL-PLACED TO WS-HR-PLACED(WS-HOLD-COUNT)
           MOVE WS-HL-RELEASED TO WS-HR-RELEASED(WS-HOLD-COUNT)
           MOVE 0 TO WS-HR-PICKED(WS-HOLD-COUNT).

       SAVE-HOLDS.
      * Every hold, released or not, in register order
           OPEN OUTPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               AND WS-HOLDS-STATUS NOT = "05"
               DISPLAY "COBLOG-HOLDS: cannot write register "
                   FUNCTION TRIM(WS-HOLDS-PATH)
                   " (status " WS-HOLDS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HR-I FROM 1 BY 1
               UNTIL WS-HR-I > WS-HOLD-COUNT
               MOVE SPACES TO HOLDS-LINE
               STRING FUNCTION TRIM(WS-HR-SLUG(WS-HR-I)) "|"
                   FUNCTION TRIM(WS-HR-MATTER(WS-HR-I)) "|"
                   FUNCTION TRIM(WS-HR-BY(WS-HR-I)) "|"
                   WS-HR-PLACED(WS-HR-I) "|"
                   WS-HR-RELEASED(WS-HR-I)
                   DELIMITED SIZE INTO HOLDS-LINE
               WRITE HOLDS-LINE
           END-PERFORM
           CLOSE HOLDS-FILE.

       WRITE-HOLD-AUDIT.
      * "date|time|program|action|slug|matter", EXTENDed, never
      * rewritten
           OPEN EXTEND HOLD-AUDIT-FILE
           IF WS-HOLD-AUDIT-STATUS NOT = "00"
               AND WS-HOLD-AUDIT-STATUS NOT = "05"
               DISPLAY "COBLOG-HOLDS: cannot extend hold audit "
                   "trail " FUNCTION TRIM(WS-HOLD-AUDIT-PATH)
                   " (status " WS-HOLD-AUDIT-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-AUDIT-LINE
           STRING WS-RUN-DATE "|" WS-RUN-TIME "|"
               "COBLOG-HOLDS|"
               FUNCTION TRIM(WS-HOLD-ACTION) "|"
               FUNCTION TRIM(WS-ARG-SLUG) "|"
               FUNCTION TRIM(WS-ARG-MATTER)
               DELIMITED SIZE INTO HOLD-AUDIT-LINE
           WRITE HOLD-AUDIT-LINE
           CLOSE HOLD-AUDIT-FILE.

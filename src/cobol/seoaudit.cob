       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-SEOAUDIT.
      * ============================================================
      * COBLOG Search Metadata Audit
      * Checks the search-facing fields of every live post on the
      * sorted post-record stream (stdin): what a search result
      * shows is POST-TITLE and the meta description from
      * POST-DESC, and nothing else looks at either. Flags:
      *   - duplicate titles across live posts (compared trimmed,
      *     case-insensitive)
      *   - duplicate descriptions, the same way
      *   - titles outside --title-min= / --title-max= bytes
      *     (default 20-60)
      *   - missing descriptions
      *   - descriptions outside --desc-min= / --desc-max= bytes
      *     (default 70-155)
      *   - descriptions that run to the last byte of POST-DESC -
      *     almost always text cut off at 160 bytes, mid-word
      *   - POST-JSON-LD that does not mention the post's own
      *     canonical URL (POST-CANONICAL, the URL COBLOG-SITE puts
      *     in the canonical link), including a post with no JSON-LD
      *     or no canonical URL at all
      *
      * The report goes to stdout in the COBLOG-STATS style. The
      * same problems, grouped by POST-AUTHOR, go to a worklist
      * file (--worklist=<path>, default coblog-seo-worklist.txt)
      * that can be handed to each writer.
      *
      * Advisory only: the return code is 0 whatever is found, so
      * as a COBLOG-BUILD step it never stops the nightly chain.
      *
      * Modification history:
      *   2026-10-15  dev   Initial version.
      * ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO KEYBOARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO WS-WORKLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY POSTREC.

       FD WORKLIST-FILE.
       01 WORKLIST-LINE        PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-WORKLIST-STATUS   PIC XX VALUE SPACES.
       01 WS-WORKLIST-PATH     PIC X(256)
           VALUE "coblog-seo-worklist.txt".
       01 WS-WORKLIST-LINES    PIC 9(6) VALUE 0.
       01 WS-EOF               PIC 9  VALUE 0.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.

      * Length ranges, in bytes of the trimmed field
       01 WS-TITLE-MIN         PIC 999 VALUE 20.
       01 WS-TITLE-MAX         PIC 999 VALUE 60.
       01 WS-DESC-MIN          PIC 999 VALUE 70.
       01 WS-DESC-MAX          PIC 999 VALUE 155.
       01 WS-RANGE-CAND        PIC 9(6) VALUE 0.

      * Live posts. The keys are the trimmed, upper-cased title and
      * description the duplicate checks compare.
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 1000 TIMES.
               10 WS-PT-SLUG       PIC X(60).
               10 WS-PT-AUTHOR     PIC X(40).
               10 WS-PT-TITLE      PIC X(120).
               10 WS-PT-TITLE-KEY  PIC X(120).
               10 WS-PT-DESC       PIC X(160).
               10 WS-PT-DESC-KEY   PIC X(160).
               10 WS-PT-PROBLEMS   PIC 9(3).
               10 WS-PT-DUP-TITLE  PIC 9.
               10 WS-PT-DUP-DESC   PIC 9.
       01 WS-POST-COUNT        PIC 9(4) VALUE 0.
       01 WS-PT-FULL-WARNED    PIC 9  VALUE 0.
       01 WS-PT-I              PIC 9(4) VALUE 0.
       01 WS-PT-J              PIC 9(4) VALUE 0.
       01 WS-CURRENT-POST      PIC 9(4) VALUE 0.

      * Every problem found, against the post it belongs to
       01 WS-PROBLEM-TABLE.
           05 WS-PROBLEM-ENTRY OCCURS 4000 TIMES.
               10 WS-PB-POST       PIC 9(4).
               10 WS-PB-TEXT       PIC X(200).
       01 WS-PROBLEM-COUNT     PIC 9(4) VALUE 0.
       01 WS-PB-I              PIC 9(4) VALUE 0.
       01 WS-PB-FULL-WARNED    PIC 9  VALUE 0.
       01 WS-PROBLEM-TEXT      PIC X(200) VALUE SPACES.

      * Authors with something on the worklist
       01 WS-AUTHOR-TABLE.
           05 WS-AUTHOR-ENTRY OCCURS 200 TIMES.
               10 WS-AU-NAME       PIC X(40).
               10 WS-AU-POSTS      PIC 9(4).
               10 WS-AU-PROBLEMS   PIC 9(5).
               10 WS-AU-PICKED     PIC 9.
       01 WS-AUTHOR-COUNT      PIC 9(4) VALUE 0.
       01 WS-AU-I              PIC 9(4) VALUE 0.
       01 WS-AU-BEST           PIC 9(4) VALUE 0.
       01 WS-AU-FULL-WARNED    PIC 9  VALUE 0.

      * Per-section counts and the running section row count
       01 WS-DUP-TITLE-GROUPS  PIC 9(4) VALUE 0.
       01 WS-DUP-DESC-GROUPS   PIC 9(4) VALUE 0.
       01 WS-TITLE-RANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-DESC-MISSING-COUNT PIC 9(4) VALUE 0.
       01 WS-DESC-RANGE-COUNT  PIC 9(4) VALUE 0.
       01 WS-DESC-CUT-COUNT    PIC 9(4) VALUE 0.
       01 WS-JSONLD-COUNT      PIC 9(4) VALUE 0.
       01 WS-POSTS-WITH-PROBLEMS PIC 9(4) VALUE 0.
       01 WS-SECTION-ROWS      PIC 9(4) VALUE 0.
       01 WS-GROUP-SIZE        PIC 9(4) VALUE 0.

      * Control break on slug
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 1.
       01 WS-POST-EXPIRED      PIC 9  VALUE 0.

      * One post's fields under test
       01 WS-FIELD-LEN         PIC 999 VALUE 0.
       01 WS-CANONICAL         PIC X(120) VALUE SPACES.
       01 WS-CANONICAL-LEN     PIC 999 VALUE 0.
       01 WS-TALLY             PIC 9(4) VALUE 0.
       01 WS-GROUP-LIST        PIC X(300) VALUE SPACES.
       01 WS-GROUP-PTR         PIC 9(3) VALUE 1.

      * Report edit fields
       01 WS-COUNT-DISP        PIC ZZZZZZZZ9.
       01 WS-LEN-DISP          PIC ZZ9.
       01 WS-MIN-DISP          PIC ZZ9.
       01 WS-MAX-DISP          PIC ZZ9.

      * Command line
       01 WS-ARGS              PIC X(1024) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARSE-COMMAND-LINE

           IF WS-TITLE-MIN > WS-TITLE-MAX
               OR WS-DESC-MIN > WS-DESC-MAX
               DISPLAY "COBLOG-SEOAUDIT: a minimum length is above "
                   "its maximum, defaults used"
                   UPON SYSERR
               MOVE 20 TO WS-TITLE-MIN
               MOVE 60 TO WS-TITLE-MAX
               MOVE 70 TO WS-DESC-MIN
               MOVE 155 TO WS-DESC-MAX
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               STOP RUN
           END-IF
           PERFORM READ-AND-CHECK UNTIL WS-EOF = 1
           CLOSE INPUT-FILE

           PERFORM WRITE-REPORT
           PERFORM WRITE-WORKLIST

           MOVE WS-POST-COUNT TO WS-COUNT-DISP
           DISPLAY "COBLOG-SEOAUDIT: live-posts="
               FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-POSTS-WITH-PROBLEMS TO WS-COUNT-DISP
           DISPLAY " posts-flagged=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISP
           DISPLAY " problems=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-WORKLIST-LINES TO WS-COUNT-DISP
           DISPLAY " worklist-lines=" FUNCTION TRIM(WS-COUNT-DISP)
               UPON SYSERR

      * Advisory - findings never fail the step
           MOVE 0 TO RETURN-CODE
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
               IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--worklist="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(12:)
                       TO WS-WORKLIST-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--title-min="
                   PERFORM READ-RANGE-VALUE
                   IF WS-RANGE-CAND < 121
                       MOVE WS-RANGE-CAND TO WS-TITLE-MIN
                   END-IF
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--title-max="
                   PERFORM READ-RANGE-VALUE
                   IF WS-RANGE-CAND < 121
                       MOVE WS-RANGE-CAND TO WS-TITLE-MAX
                   END-IF
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--desc-min="
                   PERFORM READ-RANGE-VALUE
                   IF WS-RANGE-CAND < 161
                       MOVE WS-RANGE-CAND TO WS-DESC-MIN
                   END-IF
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--desc-max="
                       PERFORM READ-RANGE-VALUE
                       IF WS-RANGE-CAND < 161
                           MOVE WS-RANGE-CAND TO WS-DESC-MAX
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       READ-RANGE-VALUE.
      * The value after the "=" of a --title-/--desc- flag; a
      * length wider than the field itself is reported and left
      * for the caller to ignore
           MOVE 0 TO WS-RANGE-CAND
           MOVE 0 TO WS-TALLY
           INSPECT WS-ARG-ENTRY(WS-ARG-I) TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL "="
           ADD 2 TO WS-TALLY
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(
               WS-ARG-ENTRY(WS-ARG-I)(WS-TALLY:)))
               TO WS-RANGE-CAND
           IF (WS-ARG-ENTRY(WS-ARG-I)(1:7) = "--title"
                   AND WS-RANGE-CAND > 120)
               OR (WS-ARG-ENTRY(WS-ARG-I)(1:6) = "--desc"
                   AND WS-RANGE-CAND > 160)
               DISPLAY "COBLOG-SEOAUDIT: "
                   FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I))
                   " is wider than the field, ignored"
                   UPON SYSERR
               MOVE 999 TO WS-RANGE-CAND
           END-IF.

      * ------------------------------------------------------------
      * The master: the per-post checks run on the first record of
      * each live post; the title, description, canonical URL and
      * JSON-LD ride on every record of a post alike.
      * ------------------------------------------------------------
       READ-AND-CHECK.
           READ INPUT-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM CHECK-RECORD
           END-READ.

       CHECK-RECORD.
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG = WS-CURRENT-SLUG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG
           PERFORM CHECK-POST-LIVE
           IF WS-POST-LIVE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-POST-COUNT >= 1000
               IF WS-PT-FULL-WARNED = 0
                   DISPLAY "COBLOG-SEOAUDIT: WARNING - post table "
                       "ceiling (1000) reached, excess posts not "
                       "audited"
                       UPON SYSERR
                   MOVE 1 TO WS-PT-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POST-COUNT
           MOVE WS-POST-COUNT TO WS-CURRENT-POST
           MOVE WS-TRIMMED-SLUG TO WS-PT-SLUG(WS-CURRENT-POST)
           MOVE FUNCTION TRIM(POST-AUTHOR)
               TO WS-PT-AUTHOR(WS-CURRENT-POST)
           MOVE FUNCTION TRIM(POST-TITLE)
               TO WS-PT-TITLE(WS-CURRENT-POST)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POST-TITLE))
               TO WS-PT-TITLE-KEY(WS-CURRENT-POST)
           MOVE FUNCTION TRIM(POST-DESC)
               TO WS-PT-DESC(WS-CURRENT-POST)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POST-DESC))
               TO WS-PT-DESC-KEY(WS-CURRENT-POST)
           MOVE 0 TO WS-PT-PROBLEMS(WS-CURRENT-POST)
           MOVE 0 TO WS-PT-DUP-TITLE(WS-CURRENT-POST)
           MOVE 0 TO WS-PT-DUP-DESC(WS-CURRENT-POST)
           PERFORM CHECK-TITLE-LENGTH
           PERFORM CHECK-DESCRIPTION
           PERFORM CHECK-JSONLD-CANONICAL.

       CHECK-TITLE-LENGTH.
           IF POST-TITLE = SPACES
               MOVE 0 TO WS-FIELD-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(POST-TITLE))
                   TO WS-FIELD-LEN
           END-IF
           IF WS-FIELD-LEN >= WS-TITLE-MIN
               AND WS-FIELD-LEN <= WS-TITLE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TITLE-RANGE-COUNT
           MOVE WS-FIELD-LEN TO WS-LEN-DISP
           MOVE WS-TITLE-MIN TO WS-MIN-DISP
           MOVE WS-TITLE-MAX TO WS-MAX-DISP
           MOVE SPACES TO WS-PROBLEM-TEXT
           IF WS-FIELD-LEN < WS-TITLE-MIN
               STRING "title too short: "
                   FUNCTION TRIM(WS-LEN-DISP) " bytes, under "
                   FUNCTION TRIM(WS-MIN-DISP)
                   DELIMITED SIZE INTO WS-PROBLEM-TEXT
           ELSE
               STRING "title too long: "
                   FUNCTION TRIM(WS-LEN-DISP) " bytes, over "
                   FUNCTION TRIM(WS-MAX-DISP)
                   DELIMITED SIZE INTO WS-PROBLEM-TEXT
           END-IF
           PERFORM ADD-PROBLEM.

       CHECK-DESCRIPTION.
           IF POST-DESC = SPACES
               ADD 1 TO WS-DESC-MISSING-COUNT
               MOVE "no description" TO WS-PROBLEM-TEXT
               PERFORM ADD-PROBLEM
               EXIT PARAGRAPH
           END-IF
      * Text right up to the last byte of the field was cut off
      * there far more often than it was written to fit
           IF POST-DESC(160:1) NOT = SPACE
               ADD 1 TO WS-DESC-CUT-COUNT
               MOVE "description fills all 160 bytes - cut off?"
                   TO WS-PROBLEM-TEXT
               PERFORM ADD-PROBLEM
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(POST-DESC))
               TO WS-FIELD-LEN
           IF WS-FIELD-LEN >= WS-DESC-MIN
               AND WS-FIELD-LEN <= WS-DESC-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DESC-RANGE-COUNT
           MOVE WS-FIELD-LEN TO WS-LEN-DISP
           MOVE WS-DESC-MIN TO WS-MIN-DISP
           MOVE WS-DESC-MAX TO WS-MAX-DISP
           MOVE SPACES TO WS-PROBLEM-TEXT
           IF WS-FIELD-LEN < WS-DESC-MIN
               STRING "description too short: "
                   FUNCTION TRIM(WS-LEN-DISP) " bytes, under "
                   FUNCTION TRIM(WS-MIN-DISP)
                   DELIMITED SIZE INTO WS-PROBLEM-TEXT
           ELSE
               STRING "description too long: "
                   FUNCTION TRIM(WS-LEN-DISP) " bytes, over "
                   FUNCTION TRIM(WS-MAX-DISP)
                   DELIMITED SIZE INTO WS-PROBLEM-TEXT
           END-IF
           PERFORM ADD-PROBLEM.

       CHECK-JSONLD-CANONICAL.
           MOVE SPACES TO WS-PROBLEM-TEXT
           MOVE FUNCTION TRIM(POST-CANONICAL) TO WS-CANONICAL
           EVALUATE TRUE
               WHEN POST-JSON-LD = SPACES
                   MOVE "no JSON-LD" TO WS-PROBLEM-TEXT
               WHEN WS-CANONICAL = SPACES
                   MOVE "no canonical URL for the JSON-LD to name"
                       TO WS-PROBLEM-TEXT
               WHEN OTHER
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CANONICAL))
                       TO WS-CANONICAL-LEN
                   MOVE 0 TO WS-TALLY
                   INSPECT POST-JSON-LD TALLYING WS-TALLY
                       FOR ALL WS-CANONICAL(1:WS-CANONICAL-LEN)
                   IF WS-TALLY = 0
                       STRING "JSON-LD does not mention "
                           WS-CANONICAL(1:WS-CANONICAL-LEN)
                           DELIMITED SIZE INTO WS-PROBLEM-TEXT
                   END-IF
           END-EVALUATE
           IF WS-PROBLEM-TEXT NOT = SPACES
               ADD 1 TO WS-JSONLD-COUNT
               PERFORM ADD-PROBLEM
           END-IF.

       ADD-PROBLEM.
      * WS-PROBLEM-TEXT against post WS-CURRENT-POST
           IF WS-PT-PROBLEMS(WS-CURRENT-POST) = 0
               ADD 1 TO WS-POSTS-WITH-PROBLEMS
           END-IF
           ADD 1 TO WS-PT-PROBLEMS(WS-CURRENT-POST)
           IF WS-PROBLEM-COUNT < 4000
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE WS-CURRENT-POST TO WS-PB-POST(WS-PROBLEM-COUNT)
               MOVE WS-PROBLEM-TEXT TO WS-PB-TEXT(WS-PROBLEM-COUNT)
           ELSE
               IF WS-PB-FULL-WARNED = 0
                   DISPLAY "COBLOG-SEOAUDIT: WARNING - problem "
                       "table ceiling (4000) reached, excess "
                       "problems left off the worklist"
                       UPON SYSERR
                   MOVE 1 TO WS-PB-FULL-WARNED
               END-IF
           END-IF
           MOVE SPACES TO WS-PROBLEM-TEXT.

      * ------------------------------------------------------------
      * Report
      * ------------------------------------------------------------
       WRITE-REPORT.
           DISPLAY "COBLOG-SEOAUDIT report"
           DISPLAY "======================"
           DISPLAY " "
           PERFORM WRITE-DUP-TITLE-SECTION
           PERFORM WRITE-DUP-DESC-SECTION

           MOVE WS-TITLE-MIN TO WS-MIN-DISP
           MOVE WS-TITLE-MAX TO WS-MAX-DISP
           DISPLAY "Titles outside " FUNCTION TRIM(WS-MIN-DISP)
               "-" FUNCTION TRIM(WS-MAX-DISP) " bytes:"
           PERFORM WRITE-MATCHING-PROBLEMS-TITLE
           MOVE WS-DESC-MIN TO WS-MIN-DISP
           MOVE WS-DESC-MAX TO WS-MAX-DISP
           DISPLAY "Descriptions missing, cut off, or outside "
               FUNCTION TRIM(WS-MIN-DISP) "-"
               FUNCTION TRIM(WS-MAX-DISP) " bytes:"
           PERFORM WRITE-MATCHING-PROBLEMS-DESC
           DISPLAY "JSON-LD not naming the canonical URL:"
           PERFORM WRITE-MATCHING-PROBLEMS-JSONLD
           PERFORM WRITE-AUTHOR-SECTION

           MOVE WS-POST-COUNT TO WS-COUNT-DISP
           DISPLAY "Live posts audited:        "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-POSTS-WITH-PROBLEMS TO WS-COUNT-DISP
           DISPLAY "Posts with problems:       "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-DUP-TITLE-GROUPS TO WS-COUNT-DISP
           DISPLAY "Duplicate titles:          "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-DUP-DESC-GROUPS TO WS-COUNT-DISP
           DISPLAY "Duplicate descriptions:    "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-TITLE-RANGE-COUNT TO WS-COUNT-DISP
           DISPLAY "Titles out of range:       "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-DESC-MISSING-COUNT TO WS-COUNT-DISP
           DISPLAY "Descriptions missing:      "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-DESC-CUT-COUNT TO WS-COUNT-DISP
           DISPLAY "Descriptions cut off:      "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-DESC-RANGE-COUNT TO WS-COUNT-DISP
           DISPLAY "Descriptions out of range: "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-JSONLD-COUNT TO WS-COUNT-DISP
           DISPLAY "JSON-LD problems:          "
               FUNCTION TRIM(WS-COUNT-DISP).

       WRITE-DUP-TITLE-SECTION.
      * One line per shared title, naming every post that has it;
      * each post also gets a worklist entry naming the others
           DISPLAY "Duplicate titles:"
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-DUP-TITLE(WS-PT-I) = 0
                   AND WS-PT-TITLE-KEY(WS-PT-I) NOT = SPACES
                   PERFORM GROUP-DUPLICATE-TITLE
               END-IF
           END-PERFORM
           IF WS-DUP-TITLE-GROUPS = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       GROUP-DUPLICATE-TITLE.
           MOVE 1 TO WS-GROUP-SIZE
           MOVE SPACES TO WS-GROUP-LIST
           MOVE 1 TO WS-GROUP-PTR
           STRING FUNCTION TRIM(WS-PT-SLUG(WS-PT-I))
               DELIMITED SIZE INTO WS-GROUP-LIST
               WITH POINTER WS-GROUP-PTR
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM VARYING WS-PT-J FROM WS-PT-I BY 1
               UNTIL WS-PT-J > WS-POST-COUNT
               IF WS-PT-J > WS-PT-I
                   AND WS-PT-TITLE-KEY(WS-PT-J)
                       = WS-PT-TITLE-KEY(WS-PT-I)
                   ADD 1 TO WS-GROUP-SIZE
                   MOVE 1 TO WS-PT-DUP-TITLE(WS-PT-J)
                   STRING ", " FUNCTION TRIM(WS-PT-SLUG(WS-PT-J))
                       DELIMITED SIZE INTO WS-GROUP-LIST
                       WITH POINTER WS-GROUP-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-GROUP-SIZE = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PT-DUP-TITLE(WS-PT-I)
           ADD 1 TO WS-DUP-TITLE-GROUPS
           MOVE WS-GROUP-SIZE TO WS-LEN-DISP
           DISPLAY "  '" FUNCTION TRIM(WS-PT-TITLE(WS-PT-I)) "' ("
               FUNCTION TRIM(WS-LEN-DISP) "): "
               FUNCTION TRIM(WS-GROUP-LIST)
           PERFORM VARYING WS-PT-J FROM WS-PT-I BY 1
               UNTIL WS-PT-J > WS-POST-COUNT
               IF WS-PT-TITLE-KEY(WS-PT-J) = WS-PT-TITLE-KEY(WS-PT-I)
                   MOVE WS-PT-J TO WS-CURRENT-POST
                   STRING "duplicate title, shared by "
                       FUNCTION TRIM(WS-GROUP-LIST)
                       DELIMITED SIZE INTO WS-PROBLEM-TEXT
                   PERFORM ADD-PROBLEM
               END-IF
           END-PERFORM.

       WRITE-DUP-DESC-SECTION.
           DISPLAY "Duplicate descriptions:"
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-DUP-DESC(WS-PT-I) = 0
                   AND WS-PT-DESC-KEY(WS-PT-I) NOT = SPACES
                   PERFORM GROUP-DUPLICATE-DESC
               END-IF
           END-PERFORM
           IF WS-DUP-DESC-GROUPS = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       GROUP-DUPLICATE-DESC.
           MOVE 1 TO WS-GROUP-SIZE
           MOVE SPACES TO WS-GROUP-LIST
           MOVE 1 TO WS-GROUP-PTR
           STRING FUNCTION TRIM(WS-PT-SLUG(WS-PT-I))
               DELIMITED SIZE INTO WS-GROUP-LIST
               WITH POINTER WS-GROUP-PTR
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM VARYING WS-PT-J FROM WS-PT-I BY 1
               UNTIL WS-PT-J > WS-POST-COUNT
               IF WS-PT-J > WS-PT-I
                   AND WS-PT-DESC-KEY(WS-PT-J)
                       = WS-PT-DESC-KEY(WS-PT-I)
                   ADD 1 TO WS-GROUP-SIZE
                   MOVE 1 TO WS-PT-DUP-DESC(WS-PT-J)
                   STRING ", " FUNCTION TRIM(WS-PT-SLUG(WS-PT-J))
                       DELIMITED SIZE INTO WS-GROUP-LIST
                       WITH POINTER WS-GROUP-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-GROUP-SIZE = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PT-DUP-DESC(WS-PT-I)
           ADD 1 TO WS-DUP-DESC-GROUPS
           MOVE WS-GROUP-SIZE TO WS-LEN-DISP
           DISPLAY "  (" FUNCTION TRIM(WS-LEN-DISP) "): "
               FUNCTION TRIM(WS-GROUP-LIST)
           DISPLAY "      '" WS-PT-DESC(WS-PT-I)(1:60) "...'"
           PERFORM VARYING WS-PT-J FROM WS-PT-I BY 1
               UNTIL WS-PT-J > WS-POST-COUNT
               IF WS-PT-DESC-KEY(WS-PT-J) = WS-PT-DESC-KEY(WS-PT-I)
                   MOVE WS-PT-J TO WS-CURRENT-POST
                   STRING "duplicate description, shared by "
                       FUNCTION TRIM(WS-GROUP-LIST)
                       DELIMITED SIZE INTO WS-PROBLEM-TEXT
                   PERFORM ADD-PROBLEM
               END-IF
           END-PERFORM.

       WRITE-MATCHING-PROBLEMS-TITLE.
           MOVE 0 TO WS-SECTION-ROWS
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PROBLEM-COUNT
               IF WS-PB-TEXT(WS-PB-I)(1:6) = "title "
                   PERFORM WRITE-PROBLEM-ROW
               END-IF
           END-PERFORM
           PERFORM END-PROBLEM-SECTION.

       WRITE-MATCHING-PROBLEMS-DESC.
           MOVE 0 TO WS-SECTION-ROWS
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PROBLEM-COUNT
               IF WS-PB-TEXT(WS-PB-I)(1:12) = "description "
                   OR WS-PB-TEXT(WS-PB-I)(1:14) = "no description"
                   PERFORM WRITE-PROBLEM-ROW
               END-IF
           END-PERFORM
           PERFORM END-PROBLEM-SECTION.

       WRITE-MATCHING-PROBLEMS-JSONLD.
           MOVE 0 TO WS-SECTION-ROWS
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PROBLEM-COUNT
               IF WS-PB-TEXT(WS-PB-I)(1:8) = "JSON-LD "
                   OR WS-PB-TEXT(WS-PB-I)(1:10) = "no JSON-LD"
                   OR WS-PB-TEXT(WS-PB-I)(1:16) = "no canonical URL"
                   PERFORM WRITE-PROBLEM-ROW
               END-IF
           END-PERFORM
           PERFORM END-PROBLEM-SECTION.

       WRITE-PROBLEM-ROW.
           ADD 1 TO WS-SECTION-ROWS
           MOVE WS-PB-POST(WS-PB-I) TO WS-PT-I
           DISPLAY "  " FUNCTION TRIM(WS-PT-SLUG(WS-PT-I)) ": "
               FUNCTION TRIM(WS-PB-TEXT(WS-PB-I)).

       END-PROBLEM-SECTION.
           IF WS-SECTION-ROWS = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       WRITE-AUTHOR-SECTION.
      * Problems per author, most first
           PERFORM BUILD-AUTHOR-TABLE
           DISPLAY "Problems per author:"
           MOVE 0 TO WS-SECTION-ROWS
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-AUTHOR-BY-PROBLEMS
               IF WS-AU-BEST = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SECTION-ROWS
               MOVE 1 TO WS-AU-PICKED(WS-AU-BEST)
               MOVE WS-AU-PROBLEMS(WS-AU-BEST) TO WS-COUNT-DISP
               MOVE WS-AU-POSTS(WS-AU-BEST) TO WS-LEN-DISP
               DISPLAY "  " FUNCTION TRIM(WS-AU-NAME(WS-AU-BEST))
                   ": " FUNCTION TRIM(WS-COUNT-DISP)
                   " on " FUNCTION TRIM(WS-LEN-DISP) " post(s)"
           END-PERFORM
           PERFORM END-PROBLEM-SECTION.

       BUILD-AUTHOR-TABLE.
           MOVE 0 TO WS-AUTHOR-COUNT
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-PROBLEMS(WS-PT-I) > 0
                   PERFORM ADD-AUTHOR-POST
               END-IF
           END-PERFORM.

       ADD-AUTHOR-POST.
           PERFORM VARYING WS-AU-I FROM 1 BY 1
               UNTIL WS-AU-I > WS-AUTHOR-COUNT
               IF WS-AU-NAME(WS-AU-I) = WS-PT-AUTHOR(WS-PT-I)
                   ADD 1 TO WS-AU-POSTS(WS-AU-I)
                   ADD WS-PT-PROBLEMS(WS-PT-I)
                       TO WS-AU-PROBLEMS(WS-AU-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-AUTHOR-COUNT < 200
               ADD 1 TO WS-AUTHOR-COUNT
               MOVE WS-PT-AUTHOR(WS-PT-I)
                   TO WS-AU-NAME(WS-AUTHOR-COUNT)
               MOVE 1 TO WS-AU-POSTS(WS-AUTHOR-COUNT)
               MOVE WS-PT-PROBLEMS(WS-PT-I)
                   TO WS-AU-PROBLEMS(WS-AUTHOR-COUNT)
               MOVE 0 TO WS-AU-PICKED(WS-AUTHOR-COUNT)
           ELSE
               IF WS-AU-FULL-WARNED = 0
                   DISPLAY "COBLOG-SEOAUDIT: WARNING - author "
                       "table ceiling (200) reached, excess "
                       "authors left off the worklist"
                       UPON SYSERR
                   MOVE 1 TO WS-AU-FULL-WARNED
               END-IF
           END-IF.

       FIND-NEXT-AUTHOR-BY-PROBLEMS.
           MOVE 0 TO WS-AU-BEST
           PERFORM VARYING WS-AU-I FROM 1 BY 1
               UNTIL WS-AU-I > WS-AUTHOR-COUNT
               IF WS-AU-PICKED(WS-AU-I) = 0
                   IF WS-AU-BEST = 0
                       OR WS-AU-PROBLEMS(WS-AU-I)
                           > WS-AU-PROBLEMS(WS-AU-BEST)
                       MOVE WS-AU-I TO WS-AU-BEST
                   END-IF
               END-IF
           END-PERFORM.

      * ------------------------------------------------------------
      * Worklist: one block per author in name order, each post's
      * problems under it
      * ------------------------------------------------------------
       WRITE-WORKLIST.
           OPEN OUTPUT WORKLIST-FILE
           IF WS-WORKLIST-STATUS NOT = "00"
               DISPLAY "COBLOG-SEOAUDIT: cannot write worklist "
                   FUNCTION TRIM(WS-WORKLIST-PATH)
                   " (status " WS-WORKLIST-STATUS ")"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORKLIST-LINE
           STRING "COBLOG search metadata worklist, run "
               WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
               WS-RUN-DATE(7:2)
               DELIMITED SIZE INTO WORKLIST-LINE
           PERFORM WRITE-WORKLIST-LINE
           PERFORM VARYING WS-AU-I FROM 1 BY 1
               UNTIL WS-AU-I > WS-AUTHOR-COUNT
               MOVE 0 TO WS-AU-PICKED(WS-AU-I)
           END-PERFORM
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-AUTHOR-BY-NAME
               IF WS-AU-BEST = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO WS-AU-PICKED(WS-AU-BEST)
               PERFORM WRITE-AUTHOR-WORKLIST
           END-PERFORM
           IF WS-AUTHOR-COUNT = 0
               MOVE SPACES TO WORKLIST-LINE
               PERFORM WRITE-WORKLIST-LINE
               MOVE "(nothing to fix)" TO WORKLIST-LINE
               PERFORM WRITE-WORKLIST-LINE
           END-IF
           CLOSE WORKLIST-FILE.

       FIND-NEXT-AUTHOR-BY-NAME.
           MOVE 0 TO WS-AU-BEST
           PERFORM VARYING WS-AU-I FROM 1 BY 1
               UNTIL WS-AU-I > WS-AUTHOR-COUNT
               IF WS-AU-PICKED(WS-AU-I) = 0
                   IF WS-AU-BEST = 0
                       OR WS-AU-NAME(WS-AU-I)
                           < WS-AU-NAME(WS-AU-BEST)
                       MOVE WS-AU-I TO WS-AU-BEST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-AUTHOR-WORKLIST.
           MOVE SPACES TO WORKLIST-LINE
           PERFORM WRITE-WORKLIST-LINE
           MOVE WS-AU-PROBLEMS(WS-AU-BEST) TO WS-COUNT-DISP
           MOVE SPACES TO WORKLIST-LINE
           IF WS-AU-NAME(WS-AU-BEST) = SPACES
               STRING "(no author): " FUNCTION TRIM(WS-COUNT-DISP)
                   " to fix"
                   DELIMITED SIZE INTO WORKLIST-LINE
           ELSE
               STRING FUNCTION TRIM(WS-AU-NAME(WS-AU-BEST)) ": "
                   FUNCTION TRIM(WS-COUNT-DISP) " to fix"
                   DELIMITED SIZE INTO WORKLIST-LINE
           END-IF
           PERFORM WRITE-WORKLIST-LINE
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-PROBLEMS(WS-PT-I) > 0
                   AND WS-PT-AUTHOR(WS-PT-I) = WS-AU-NAME(WS-AU-BEST)
                   PERFORM WRITE-POST-WORKLIST
               END-IF
           END-PERFORM.

       WRITE-POST-WORKLIST.
           MOVE SPACES TO WORKLIST-LINE
           STRING "  " FUNCTION TRIM(WS-PT-SLUG(WS-PT-I)) "  '"
               FUNCTION TRIM(WS-PT-TITLE(WS-PT-I)) "'"
               DELIMITED SIZE INTO WORKLIST-LINE
           PERFORM WRITE-WORKLIST-LINE
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PROBLEM-COUNT
               IF WS-PB-POST(WS-PB-I) = WS-PT-I
                   MOVE SPACES TO WORKLIST-LINE
                   STRING "      - " FUNCTION TRIM(WS-PB-TEXT(WS-PB-I))
                       DELIMITED SIZE INTO WORKLIST-LINE
                   PERFORM WRITE-WORKLIST-LINE
               END-IF
           END-PERFORM.

       WRITE-WORKLIST-LINE.
           WRITE WORKLIST-LINE
           ADD 1 TO WS-WORKLIST-LINES.

       CHECK-POST-LIVE.
      * A post is audited unless it is still a DRAFT, or
      * SCHEDULED for a POST-DATE later than today's run date. A
      * blank POST-STATUS means LIVE, same as COBLOG-SITE.
           MOVE FUNCTION TRIM(POST-STATUS) TO WS-TRIMMED-STATUS
           EVALUATE WS-TRIMMED-STATUS
               WHEN SPACES
                   MOVE 1 TO WS-POST-LIVE
               WHEN "LIVE"
                   MOVE 1 TO WS-POST-LIVE
               WHEN "DRAFT"
                   MOVE 0 TO WS-POST-LIVE
               WHEN "REVIEW"
                   MOVE 0 TO WS-POST-LIVE
               WHEN "PAGE"
                   MOVE 0 TO WS-POST-LIVE
               WHEN "SCHEDULED"
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
      * POST-DATE + POST-TIME; blank POST-TIME means midnight, so
      * date-only records behave exactly as before.
           MOVE POST-TIME TO WS-EFF-TIME-OF-DAY
           IF WS-EFF-TIME-OF-DAY NOT NUMERIC
               MOVE "000000" TO WS-EFF-TIME-OF-DAY
           END-IF
           EVALUATE TRUE
               WHEN POST-DATE < WS-RUN-DATE
                   MOVE 1 TO WS-POST-LIVE
               WHEN POST-DATE = WS-RUN-DATE
                   AND WS-EFF-TIME-OF-DAY <= WS-RUN-TIME
                   MOVE 1 TO WS-POST-LIVE
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

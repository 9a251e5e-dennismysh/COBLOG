       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-SPONSORS.
      * ============================================================
      * COBLOG Sponsor Billing Report
      * The monthly figures finance invoices paid placements
      * against. Reads the sorted post-record stream on stdin and
      * the hits-per-slug-per-day history COBLOG-POPULAR
      * accumulates (--history=<path>, "YYYYMMDD|slug|hits" lines),
      * and lists, per POST-SPONSOR, every sponsored post that was
      * live during the billing month (--month=YYYYMM, default the
      * calendar month before the run date):
      *   - publish date, slug and title
      *   - pageviews the post drew inside the month
      *   - a post and pageview total per sponsor, and overall
      * "Live during the month" means not a DRAFT/REVIEW/PAGE,
      * published by the month's end (and by today), and not
      * expired before the month began - a post that expired or
      * went up part-way through the month is still billed for the
      * days it ran, which the history already reflects.
      *
      * The report goes to stdout in the COBLOG-STATS style; the
      * audit line goes to stderr.
      *
      * Usage: coblog-sponsors --history=<path> [--month=YYYYMM]
      *          < posts.dat
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
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY POSTREC.

       FD HISTORY-FILE.
       01 HISTORY-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF               PIC 9  VALUE 0.

       01 WS-HISTORY-PATH      PIC X(256) VALUE SPACES.
       01 WS-GOT-HISTORY       PIC 9  VALUE 0.

      * Billing month
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-MONTH             PIC X(6) VALUE SPACES.
       01 WS-GOT-MONTH         PIC 9  VALUE 0.
       01 WS-MONTH-YYYY        PIC 9(4) VALUE 0.
       01 WS-MONTH-MM          PIC 99 VALUE 0.
       01 WS-MONTH-DISP        PIC X(7) VALUE SPACES.

      * Sponsored posts live during the month, and their pageviews
      * for the month off the history file
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 1000 TIMES.
               10 WS-PT-SLUG    PIC X(60).
               10 WS-PT-TITLE   PIC X(120).
               10 WS-PT-SPONSOR PIC X(40).
               10 WS-PT-DATE    PIC X(8).
               10 WS-PT-HITS    PIC 9(8).
       01 WS-POST-COUNT        PIC 9(4) VALUE 0.
       01 WS-PT-FULL-WARNED    PIC 9  VALUE 0.
       01 WS-PT-I              PIC 9(4) VALUE 0.
       01 WS-PT-BEST           PIC 9(4) VALUE 0.
       01 WS-PT-PICKED-FLAG.
           05 WS-PT-PICKED OCCURS 1000 TIMES PIC 9.

      * Ordered walk over the distinct sponsors: repeatedly find the
      * smallest name above the one just reported
       01 WS-DIST-PREV         PIC X(40) VALUE LOW-VALUES.
       01 WS-DIST-NEXT         PIC X(40) VALUE SPACES.
       01 WS-DIST-FOUND        PIC 9 VALUE 0.
       01 WS-SPONSOR-COUNT     PIC 9(4) VALUE 0.

      * Control break on slug over the reference stream
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.

      * One history line taken apart
       01 WS-HL-DATE           PIC X(8) VALUE SPACES.
       01 WS-HL-SLUG           PIC X(60) VALUE SPACES.
       01 WS-HL-HITS-X         PIC X(12) VALUE SPACES.
       01 WS-HL-HITS           PIC 9(8) VALUE 0.

      * Totals and display fields
       01 WS-SP-POSTS          PIC 9(4) VALUE 0.
       01 WS-SP-HITS           PIC 9(9) VALUE 0.
       01 WS-ALL-HITS          PIC 9(9) VALUE 0.
       01 WS-HITS-DISP         PIC ZZZ,ZZZ,ZZ9.
       01 WS-POSTS-DISP        PIC ZZZ9.
       01 WS-DISP-DATE         PIC X(10) VALUE SPACES.

      * Audit counters
       01 WS-LINES-READ        PIC 9(6) VALUE 0.
       01 WS-LINES-READ-DISP   PIC ZZZZZ9.
       01 WS-LINES-IN-MONTH    PIC 9(6) VALUE 0.
       01 WS-IN-MONTH-DISP     PIC ZZZZZ9.

      * Command line
       01 WS-ARGS              PIC X(512) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARSE-COMMAND-LINE

           IF WS-GOT-HISTORY = 0
               DISPLAY "COBLOG-SPONSORS: --history=<path> is "
                   "required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF WS-GOT-MONTH = 0
               PERFORM DEFAULT-BILLING-MONTH
           END-IF
           IF WS-MONTH NOT NUMERIC
               OR WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
               DISPLAY "COBLOG-SPONSORS: --month= must be YYYYMM"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MONTH-DISP
           STRING WS-MONTH(1:4) "-" WS-MONTH(5:2)
               DELIMITED SIZE INTO WS-MONTH-DISP

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               STOP RUN
           END-IF
           PERFORM READ-AND-COLLECT UNTIL WS-EOF = 1
           CLOSE INPUT-FILE

           PERFORM TALLY-HISTORY
           PERFORM WRITE-REPORT

           MOVE WS-LINES-READ TO WS-LINES-READ-DISP
           MOVE WS-LINES-IN-MONTH TO WS-IN-MONTH-DISP
           MOVE WS-POST-COUNT TO WS-POSTS-DISP
           DISPLAY "COBLOG-SPONSORS: month=" WS-MONTH
               " sponsored-posts=" FUNCTION TRIM(WS-POSTS-DISP)
               " history-lines=" FUNCTION TRIM(WS-LINES-READ-DISP)
               " in-month=" FUNCTION TRIM(WS-IN-MONTH-DISP)
               UPON SYSERR

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
               IF WS-ARG-ENTRY(WS-ARG-I)(1:10) = "--history="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(11:)
                       TO WS-HISTORY-PATH
                   MOVE 1 TO WS-GOT-HISTORY
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:8) = "--month="
                       MOVE WS-ARG-ENTRY(WS-ARG-I)(9:6)
                           TO WS-MONTH
                       MOVE 1 TO WS-GOT-MONTH
                   END-IF
               END-IF
           END-IF.

       DEFAULT-BILLING-MONTH.
      * The month before the run date - the report normally runs
      * early in the month for the one just closed.
           MOVE WS-RUN-DATE(1:4) TO WS-MONTH-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-MONTH-MM
           IF WS-MONTH-MM = 1
               SUBTRACT 1 FROM WS-MONTH-YYYY
               MOVE 12 TO WS-MONTH-MM
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-YYYY TO WS-MONTH(1:4)
           MOVE WS-MONTH-MM TO WS-MONTH(5:2).

       READ-AND-COLLECT.
           READ INPUT-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM COLLECT-POST
           END-READ.

       COLLECT-POST.
      * Sponsored posts that were up at some point in the month
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG = WS-CURRENT-SLUG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG

           IF POST-SPONSOR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(POST-STATUS) TO WS-TRIMMED-STATUS
           IF WS-TRIMMED-STATUS = "DRAFT"
               OR WS-TRIMMED-STATUS = "REVIEW"
               OR WS-TRIMMED-STATUS = "PAGE"
               EXIT PARAGRAPH
           END-IF
           IF POST-DATE(1:6) > WS-MONTH
               OR POST-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF POST-EXPIRES-DATE NUMERIC
               IF POST-EXPIRES-DATE(1:6) < WS-MONTH
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-POST-COUNT < 1000
               ADD 1 TO WS-POST-COUNT
               MOVE WS-TRIMMED-SLUG TO WS-PT-SLUG(WS-POST-COUNT)
               MOVE FUNCTION TRIM(POST-TITLE)
                   TO WS-PT-TITLE(WS-POST-COUNT)
               MOVE FUNCTION TRIM(POST-SPONSOR)
                   TO WS-PT-SPONSOR(WS-POST-COUNT)
               MOVE POST-DATE TO WS-PT-DATE(WS-POST-COUNT)
               MOVE 0 TO WS-PT-HITS(WS-POST-COUNT)
               MOVE 0 TO WS-PT-PICKED(WS-POST-COUNT)
           ELSE
               IF WS-PT-FULL-WARNED = 0
                   DISPLAY "COBLOG-SPONSORS: WARNING - post table "
                       "ceiling (1000) reached, excess sponsored "
                       "posts left out of the report"
                       UPON SYSERR
                   MOVE 1 TO WS-PT-FULL-WARNED
               END-IF
           END-IF.

       TALLY-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "COBLOG-SPONSORS: cannot open history "
                   FUNCTION TRIM(WS-HISTORY-PATH)
                   " (status " WS-HISTORY-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ HISTORY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM TALLY-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       TALLY-ONE-HISTORY-LINE.
           IF FUNCTION TRIM(HISTORY-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HL-DATE
           MOVE SPACES TO WS-HL-SLUG
           MOVE SPACES TO WS-HL-HITS-X
           UNSTRING HISTORY-LINE DELIMITED BY "|"
               INTO WS-HL-DATE WS-HL-SLUG WS-HL-HITS-X
           END-UNSTRING
           IF WS-HL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-HL-DATE(1:6) NOT = WS-MONTH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-IN-MONTH
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HL-HITS-X))
               TO WS-HL-HITS
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-SLUG(WS-PT-I)
                   = FUNCTION TRIM(WS-HL-SLUG)
                   ADD WS-HL-HITS TO WS-PT-HITS(WS-PT-I)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REPORT.
           DISPLAY "COBLOG-SPONSORS report for " WS-MONTH-DISP
           DISPLAY "=================================="
           DISPLAY " "
           MOVE 0 TO WS-SPONSOR-COUNT
           MOVE 0 TO WS-ALL-HITS
           MOVE LOW-VALUES TO WS-DIST-PREV
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-SPONSOR
               IF WS-DIST-FOUND = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SPONSOR-COUNT
               PERFORM WRITE-SPONSOR-SECTION
               MOVE WS-DIST-NEXT TO WS-DIST-PREV
           END-PERFORM
           IF WS-SPONSOR-COUNT = 0
               DISPLAY "Sponsored posts live in the month:"
               DISPLAY "  (none)"
               DISPLAY " "
           END-IF

           MOVE WS-SPONSOR-COUNT TO WS-POSTS-DISP
           DISPLAY "Sponsors:         " FUNCTION TRIM(WS-POSTS-DISP)
           MOVE WS-POST-COUNT TO WS-POSTS-DISP
           DISPLAY "Sponsored posts:  " FUNCTION TRIM(WS-POSTS-DISP)
           MOVE WS-ALL-HITS TO WS-HITS-DISP
           DISPLAY "Pageviews:        " FUNCTION TRIM(WS-HITS-DISP).

       FIND-NEXT-SPONSOR.
           MOVE 0 TO WS-DIST-FOUND
           MOVE SPACES TO WS-DIST-NEXT
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-SPONSOR(WS-PT-I) > WS-DIST-PREV
                   IF WS-DIST-FOUND = 0
                       OR WS-PT-SPONSOR(WS-PT-I) < WS-DIST-NEXT
                       MOVE WS-PT-SPONSOR(WS-PT-I) TO WS-DIST-NEXT
                       MOVE 1 TO WS-DIST-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SPONSOR-SECTION.
      * One sponsor's posts, oldest publish date first
           DISPLAY "Sponsor: " FUNCTION TRIM(WS-DIST-NEXT)
           MOVE 0 TO WS-SP-POSTS
           MOVE 0 TO WS-SP-HITS
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-SPONSOR-POST
               IF WS-PT-BEST = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO WS-PT-PICKED(WS-PT-BEST)
               ADD 1 TO WS-SP-POSTS
               ADD WS-PT-HITS(WS-PT-BEST) TO WS-SP-HITS
               MOVE SPACES TO WS-DISP-DATE
               STRING WS-PT-DATE(WS-PT-BEST)(1:4) "-"
                   WS-PT-DATE(WS-PT-BEST)(5:2) "-"
                   WS-PT-DATE(WS-PT-BEST)(7:2)
                   DELIMITED SIZE INTO WS-DISP-DATE
               MOVE WS-PT-HITS(WS-PT-BEST) TO WS-HITS-DISP
               DISPLAY "  " WS-DISP-DATE "  "
                   FUNCTION TRIM(WS-PT-SLUG(WS-PT-BEST))
                   ": " FUNCTION TRIM(WS-HITS-DISP)
                   " pageview(s)  '"
                   FUNCTION TRIM(WS-PT-TITLE(WS-PT-BEST)) "'"
           END-PERFORM
           ADD WS-SP-HITS TO WS-ALL-HITS
           MOVE WS-SP-POSTS TO WS-POSTS-DISP
           MOVE WS-SP-HITS TO WS-HITS-DISP
           DISPLAY "  Total: " FUNCTION TRIM(WS-POSTS-DISP)
               " post(s), " FUNCTION TRIM(WS-HITS-DISP)
               " pageview(s)"
           DISPLAY " ".

       FIND-NEXT-SPONSOR-POST.
           MOVE 0 TO WS-PT-BEST
           PERFORM VARYING WS-PT-I FROM 1 BY 1
               UNTIL WS-PT-I > WS-POST-COUNT
               IF WS-PT-PICKED(WS-PT-I) = 0
                   AND WS-PT-SPONSOR(WS-PT-I) = WS-DIST-NEXT
                   IF WS-PT-BEST = 0
                       OR WS-PT-DATE(WS-PT-I)
                           < WS-PT-DATE(WS-PT-BEST)
                       MOVE WS-PT-I TO WS-PT-BEST
                   END-IF
               END-IF
           END-PERFORM.

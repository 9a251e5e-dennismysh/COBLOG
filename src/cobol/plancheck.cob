       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-PLANCHECK.
      * ============================================================
      * COBLOG Editorial Plan-versus-Actual Report
      * Reconciles the commissioning plan against what actually
      * shipped, for the editors' monthly review. Reads the sorted
      * post-record stream on stdin and the plan (--plan=<path>,
      * the fixed-width PLANREC stream COBLOG-PLAN --op=export
      * writes), and for the review month (--month=YYYYMM, default
      * the calendar month before the run date) lists:
      *   - pieces due in the month delivered on time (published on
      *     or before the due date)
      *   - pieces due in the month delivered late, and by how
      *     many days
      *   - overdue pieces with no record at all - due by the
      *     month's end (this month or carried over from an earlier
      *     one), past due today, and nothing in the master
      *   - overdue pieces that have a record (DRAFT, REVIEW, or
      *     SCHEDULED not yet due) but are still not published
      *   - posts published in the month that were never on the
      *     plan (pages and translations are not commissioned and
      *     are left out)
      *   - per author, the on-time rate over the pieces due in the
      *     month whose due date has passed
      * A plan entry matches the post with its slug; failing that,
      * the post whose title equals its working title (ignoring
      * case), so a piece published under a different slug is
      * still counted as delivered. "Published" means live by the
      * run: not a DRAFT/REVIEW/PAGE, SCHEDULED only once due, and
      * dated on or before today - expiry does not undo delivery.
      *
      * The report goes to stdout in the COBLOG-STATS style; the
      * audit line goes to stderr.
      *
      * Usage: coblog-plancheck --plan=<path> [--month=YYYYMM]
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
           SELECT PLAN-FILE ASSIGN TO WS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY POSTREC.

       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY PLANREC.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-PLAN-STATUS       PIC XX VALUE SPACES.

       01 WS-PLAN-PATH         PIC X(256) VALUE SPACES.
       01 WS-GOT-PLAN          PIC 9  VALUE 0.

      * Review month
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-MONTH             PIC X(6) VALUE SPACES.
       01 WS-GOT-MONTH         PIC 9  VALUE 0.
       01 WS-MONTH-YYYY        PIC 9(4) VALUE 0.
       01 WS-MONTH-MM          PIC 99 VALUE 0.
       01 WS-MONTH-DISP        PIC X(7) VALUE SPACES.
       01 WS-MONTH-END         PIC X(8) VALUE SPACES.

      * The plan, and what the stream matched to each piece.
      * PL-SECTION is the report section the piece lands in:
      *   1 on time  2 late  3 overdue, no record
      *   4 overdue, not yet published  0 not reported
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 1000 TIMES.
               10 WS-PL-SLUG     PIC X(60).
               10 WS-PL-TITLE    PIC X(120).
               10 WS-PL-TITLE-UC PIC X(120).
               10 WS-PL-AUTHOR   PIC X(40).
               10 WS-PL-TAG      PIC X(30).
               10 WS-PL-DUE      PIC X(8).
               10 WS-PL-MATCH    PIC 9.
               10 WS-PL-POST-SLUG PIC X(60).
               10 WS-PL-POST-DATE PIC X(8).
               10 WS-PL-POST-STATUS PIC X(10).
               10 WS-PL-POST-LIVE PIC 9.
               10 WS-PL-SECTION  PIC 9.
               10 WS-PL-RATED    PIC 9.
               10 WS-PL-PICKED   PIC 9.
       01 WS-PLAN-COUNT        PIC 9(4) VALUE 0.
       01 WS-PL-I              PIC 9(4) VALUE 0.
       01 WS-PL-BEST           PIC 9(4) VALUE 0.
       01 WS-PL-HIT            PIC 9(4) VALUE 0.

      * Published in the month but never on the plan
       01 WS-UNPLANNED-TABLE.
           05 WS-UNPLANNED-ENTRY OCCURS 500 TIMES.
               10 WS-UP-SLUG     PIC X(60).
               10 WS-UP-AUTHOR   PIC X(40).
               10 WS-UP-DATE     PIC X(8).
               10 WS-UP-PICKED   PIC 9.
       01 WS-UNPLANNED-COUNT   PIC 9(4) VALUE 0.
       01 WS-UP-I              PIC 9(4) VALUE 0.
       01 WS-UP-BEST           PIC 9(4) VALUE 0.

      * Control break on slug over the post stream
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-TITLE-UC          PIC X(120) VALUE SPACES.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 0.

      * Ordered walk over the distinct authors: repeatedly find the
      * smallest name above the one just reported
       01 WS-DIST-PREV         PIC X(40) VALUE LOW-VALUES.
       01 WS-DIST-NEXT         PIC X(40) VALUE SPACES.
       01 WS-DIST-FOUND        PIC 9 VALUE 0.

      * Section being listed
       01 WS-CUR-SECTION       PIC 9  VALUE 0.
       01 WS-SECTION-COUNT     PIC 9(4) VALUE 0.

      * Totals and display fields
       01 WS-COUNT-ON-TIME     PIC 9(4) VALUE 0.
       01 WS-COUNT-LATE        PIC 9(4) VALUE 0.
       01 WS-COUNT-NO-RECORD   PIC 9(4) VALUE 0.
       01 WS-COUNT-IN-HAND     PIC 9(4) VALUE 0.
       01 WS-COUNT-TO-COME     PIC 9(4) VALUE 0.
       01 WS-AU-DUE            PIC 9(4) VALUE 0.
       01 WS-AU-ON-TIME        PIC 9(4) VALUE 0.
       01 WS-AU-PCT            PIC 999 VALUE 0.
       01 WS-ALL-DUE           PIC 9(4) VALUE 0.
       01 WS-DAYS-LATE         PIC 9(5) VALUE 0.
       01 WS-DAYS-DISP         PIC ZZZZ9.
       01 WS-COUNT-DISP        PIC ZZZ9.
       01 WS-FMT-DATE          PIC X(8) VALUE SPACES.
       01 WS-DISP-DATE         PIC X(10) VALUE SPACES.
       01 WS-DISP-DUE          PIC X(10) VALUE SPACES.
       01 WS-RATE-LINE.
           05 RL-AUTHOR        PIC X(40).
           05 RL-ON-TIME       PIC ZZZ9.
           05 FILLER           PIC X(4) VALUE " of ".
           05 RL-DUE           PIC ZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-PCT           PIC ZZ9.
           05 FILLER           PIC X VALUE "%".

      * Audit counters
       01 WS-RECORDS-READ      PIC 9(6) VALUE 0.
       01 WS-RECORDS-READ-DISP PIC ZZZZZ9.

      * Command line
       01 WS-ARGS              PIC X(512) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARSE-COMMAND-LINE

           IF WS-GOT-PLAN = 0
               DISPLAY "COBLOG-PLANCHECK: --plan=<path> is required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-GOT-MONTH = 0
               PERFORM DEFAULT-REVIEW-MONTH
           END-IF
           IF WS-MONTH NOT NUMERIC
               OR WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
               DISPLAY "COBLOG-PLANCHECK: --month= must be YYYYMM"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MONTH-DISP
           STRING WS-MONTH(1:4) "-" WS-MONTH(5:2)
               DELIMITED SIZE INTO WS-MONTH-DISP
           STRING WS-MONTH "31" DELIMITED SIZE INTO WS-MONTH-END

           PERFORM LOAD-PLAN

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ INPUT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM PROCESS-POST-RECORD
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE

           PERFORM CLASSIFY-PLAN-ENTRIES
           PERFORM WRITE-REPORT

           MOVE WS-RECORDS-READ TO WS-RECORDS-READ-DISP
           DISPLAY "COBLOG-PLANCHECK: month=" WS-MONTH
               " records-read=" FUNCTION TRIM(WS-RECORDS-READ-DISP)
               " planned=" WS-PLAN-COUNT
               " on-time=" WS-COUNT-ON-TIME
               " late=" WS-COUNT-LATE
               " overdue=" WS-COUNT-NO-RECORD
               " in-hand=" WS-COUNT-IN-HAND
               " unplanned=" WS-UNPLANNED-COUNT
               UPON SYSERR

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
               IF WS-ARG-ENTRY(WS-ARG-I)(1:7) = "--plan="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(8:)
                       TO WS-PLAN-PATH
                   MOVE 1 TO WS-GOT-PLAN
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:8) = "--month="
                       MOVE WS-ARG-ENTRY(WS-ARG-I)(9:6) TO WS-MONTH
                       MOVE 1 TO WS-GOT-MONTH
                   ELSE
      * A mistyped --month= would otherwise report the default
      * month as though it had been asked for
                       DISPLAY "COBLOG-PLANCHECK: unrecognized "
                           "argument '"
                           FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)) "'"
                           UPON SYSERR
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       DEFAULT-REVIEW-MONTH.
      * The month before the run date - the review is held early
      * in the month for the one just ended.
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

       LOAD-PLAN.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "COBLOG-PLANCHECK: cannot open plan "
                   FUNCTION TRIM(WS-PLAN-PATH)
                   " (status " WS-PLAN-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ PLAN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM STORE-PLAN-ENTRY
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

       STORE-PLAN-ENTRY.
           IF PLAN-SLUG = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAN-COUNT >= 1000
               DISPLAY "COBLOG-PLANCHECK: WARNING - plan table "
                   "ceiling (1000) reached, excess entries dropped"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAN-COUNT
           MOVE PLAN-SLUG TO WS-PL-SLUG(WS-PLAN-COUNT)
           MOVE PLAN-TITLE TO WS-PL-TITLE(WS-PLAN-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PLAN-TITLE))
               TO WS-PL-TITLE-UC(WS-PLAN-COUNT)
           MOVE PLAN-AUTHOR TO WS-PL-AUTHOR(WS-PLAN-COUNT)
           MOVE PLAN-TAG TO WS-PL-TAG(WS-PLAN-COUNT)
           MOVE PLAN-DUE-DATE TO WS-PL-DUE(WS-PLAN-COUNT)
           MOVE 0 TO WS-PL-MATCH(WS-PLAN-COUNT)
           MOVE SPACES TO WS-PL-POST-SLUG(WS-PLAN-COUNT)
           MOVE SPACES TO WS-PL-POST-DATE(WS-PLAN-COUNT)
           MOVE SPACES TO WS-PL-POST-STATUS(WS-PLAN-COUNT)
           MOVE 0 TO WS-PL-POST-LIVE(WS-PLAN-COUNT)
           MOVE 0 TO WS-PL-SECTION(WS-PLAN-COUNT)
           MOVE 0 TO WS-PL-RATED(WS-PLAN-COUNT)
           MOVE 0 TO WS-PL-PICKED(WS-PLAN-COUNT).

       PROCESS-POST-RECORD.
      * The first record of each slug carries the post's fields;
      * body continuation records add nothing here
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG = WS-CURRENT-SLUG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG
           MOVE FUNCTION TRIM(POST-STATUS) TO WS-TRIMMED-STATUS
           IF WS-TRIMMED-STATUS = "PAGE"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-POST-PUBLISHED
           PERFORM MATCH-POST-TO-PLAN
           IF WS-PL-HIT = 0
               AND WS-POST-LIVE = 1
               AND POST-DATE(1:6) = WS-MONTH
               AND FUNCTION TRIM(POST-XLATE-OF) = SPACES
               PERFORM STORE-UNPLANNED-POST
           END-IF.

       CHECK-POST-PUBLISHED.
           MOVE 0 TO WS-POST-LIVE
           IF POST-DATE NOT NUMERIC OR POST-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TRIMMED-STATUS
               WHEN "DRAFT"
                   MOVE 0 TO WS-POST-LIVE
               WHEN "REVIEW"
                   MOVE 0 TO WS-POST-LIVE
               WHEN "SCHEDULED"
                   PERFORM CHECK-SCHEDULED-DUE
               WHEN OTHER
                   MOVE 1 TO WS-POST-LIVE
           END-EVALUATE.

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

       MATCH-POST-TO-PLAN.
      * The post's slug is looked for among all the plan entries;
      * with no slug hit, its trimmed title is compared, ignoring
      * case, with the whole working title of each entry no post
      * has matched yet (a blank working title matches nothing).
      * A slug hit on an entry an earlier post took by title
      * overwrites that post's details - the slug is the firmer
      * evidence - and the earlier post is not listed elsewhere.
           MOVE 0 TO WS-PL-HIT
           PERFORM VARYING WS-PL-I FROM 1 BY 1
               UNTIL WS-PL-I > WS-PLAN-COUNT
               IF WS-PL-SLUG(WS-PL-I) = WS-TRIMMED-SLUG
                   MOVE WS-PL-I TO WS-PL-HIT
                   MOVE 1 TO WS-PL-MATCH(WS-PL-I)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PL-HIT = 0
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POST-TITLE))
                   TO WS-TITLE-UC
               PERFORM VARYING WS-PL-I FROM 1 BY 1
                   UNTIL WS-PL-I > WS-PLAN-COUNT
                   IF WS-PL-MATCH(WS-PL-I) = 0
                       AND WS-PL-TITLE-UC(WS-PL-I) NOT = SPACES
                       AND WS-PL-TITLE-UC(WS-PL-I) = WS-TITLE-UC
                       MOVE WS-PL-I TO WS-PL-HIT
                       MOVE 2 TO WS-PL-MATCH(WS-PL-I)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PL-HIT > 0
               MOVE WS-TRIMMED-SLUG TO WS-PL-POST-SLUG(WS-PL-HIT)
               MOVE POST-DATE TO WS-PL-POST-DATE(WS-PL-HIT)
               MOVE WS-TRIMMED-STATUS
                   TO WS-PL-POST-STATUS(WS-PL-HIT)
               MOVE WS-POST-LIVE TO WS-PL-POST-LIVE(WS-PL-HIT)
           END-IF.

       STORE-UNPLANNED-POST.
           IF WS-UNPLANNED-COUNT >= 500
               DISPLAY "COBLOG-PLANCHECK: WARNING - unplanned "
                   "table ceiling (500) reached, excess entries "
                   "dropped"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNPLANNED-COUNT
           MOVE WS-TRIMMED-SLUG TO WS-UP-SLUG(WS-UNPLANNED-COUNT)
           MOVE POST-AUTHOR TO WS-UP-AUTHOR(WS-UNPLANNED-COUNT)
           MOVE POST-DATE TO WS-UP-DATE(WS-UNPLANNED-COUNT)
           MOVE 0 TO WS-UP-PICKED(WS-UNPLANNED-COUNT).

       CLASSIFY-PLAN-ENTRIES.
      * Delivered pieces are judged against their due date; an
      * undelivered piece is overdue once its due date is behind
      * the run and falls by the month's end. PL-RATED marks the
      * pieces due in the month that count toward the on-time
      * rate: delivered, or past due.
           PERFORM VARYING WS-PL-I FROM 1 BY 1
               UNTIL WS-PL-I > WS-PLAN-COUNT
               EVALUATE TRUE
                   WHEN WS-PL-POST-LIVE(WS-PL-I) = 1
                       AND WS-PL-DUE(WS-PL-I)(1:6) = WS-MONTH
                       IF WS-PL-POST-DATE(WS-PL-I)
                           > WS-PL-DUE(WS-PL-I)
                           MOVE 2 TO WS-PL-SECTION(WS-PL-I)
                           ADD 1 TO WS-COUNT-LATE
                       ELSE
                           MOVE 1 TO WS-PL-SECTION(WS-PL-I)
                           ADD 1 TO WS-COUNT-ON-TIME
                       END-IF
                       MOVE 1 TO WS-PL-RATED(WS-PL-I)
                   WHEN WS-PL-POST-LIVE(WS-PL-I) = 1
                       CONTINUE
                   WHEN WS-PL-DUE(WS-PL-I) > WS-MONTH-END
                       CONTINUE
                   WHEN WS-PL-DUE(WS-PL-I) >= WS-RUN-DATE
                       ADD 1 TO WS-COUNT-TO-COME
                   WHEN WS-PL-MATCH(WS-PL-I) = 0
                       MOVE 3 TO WS-PL-SECTION(WS-PL-I)
                       ADD 1 TO WS-COUNT-NO-RECORD
                   WHEN OTHER
                       MOVE 4 TO WS-PL-SECTION(WS-PL-I)
                       ADD 1 TO WS-COUNT-IN-HAND
               END-EVALUATE
               IF WS-PL-SECTION(WS-PL-I) > 2
                   AND WS-PL-DUE(WS-PL-I)(1:6) = WS-MONTH
                   MOVE 1 TO WS-PL-RATED(WS-PL-I)
               END-IF
           END-PERFORM.

       WRITE-REPORT.
           DISPLAY "COBLOG-PLANCHECK report for " WS-MONTH-DISP
           DISPLAY "==================================="
           DISPLAY " "

           DISPLAY "Delivered on time:"
           MOVE 1 TO WS-CUR-SECTION
           PERFORM WRITE-PLAN-SECTION
           DISPLAY "Delivered late:"
           MOVE 2 TO WS-CUR-SECTION
           PERFORM WRITE-PLAN-SECTION
           DISPLAY "Overdue - no record at all:"
           MOVE 3 TO WS-CUR-SECTION
           PERFORM WRITE-PLAN-SECTION
           DISPLAY "Overdue - on file but not yet published:"
           MOVE 4 TO WS-CUR-SECTION
           PERFORM WRITE-PLAN-SECTION

           DISPLAY "Published but never on the plan:"
           IF WS-UNPLANNED-COUNT = 0
               DISPLAY "  (none)"
           ELSE
               PERFORM UNTIL 1 = 0
                   PERFORM FIND-NEXT-UNPLANNED
                   IF WS-UP-BEST = 0
                       EXIT PERFORM
                   END-IF
                   MOVE 1 TO WS-UP-PICKED(WS-UP-BEST)
                   MOVE WS-UP-DATE(WS-UP-BEST) TO WS-FMT-DATE
                   PERFORM FORMAT-DISP-DATE
                   DISPLAY "  " WS-DISP-DATE "  "
                       FUNCTION TRIM(WS-UP-SLUG(WS-UP-BEST))
                       " (" FUNCTION TRIM(WS-UP-AUTHOR(WS-UP-BEST))
                       ")"
               END-PERFORM
           END-IF
           DISPLAY " "

           DISPLAY "On-time rate by author (pieces due in the month):"
           MOVE 0 TO WS-ALL-DUE
           MOVE LOW-VALUES TO WS-DIST-PREV
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-RATED-AUTHOR
               IF WS-DIST-FOUND = 0
                   EXIT PERFORM
               END-IF
               PERFORM WRITE-AUTHOR-RATE
               MOVE WS-DIST-NEXT TO WS-DIST-PREV
           END-PERFORM
           IF WS-ALL-DUE = 0
               DISPLAY "  (no pieces due)"
           END-IF
           DISPLAY " "

           MOVE WS-PLAN-COUNT TO WS-COUNT-DISP
           DISPLAY "Pieces on the plan:   " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-COUNT-ON-TIME TO WS-COUNT-DISP
           DISPLAY "On time:              " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-COUNT-LATE TO WS-COUNT-DISP
           DISPLAY "Late:                 " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-COUNT-NO-RECORD TO WS-COUNT-DISP
           DISPLAY "Overdue, no record:   " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-COUNT-IN-HAND TO WS-COUNT-DISP
           DISPLAY "Overdue, on file:     " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-COUNT-TO-COME TO WS-COUNT-DISP
           DISPLAY "Not yet due:          " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-UNPLANNED-COUNT TO WS-COUNT-DISP
           DISPLAY "Unplanned posts:      "
               FUNCTION TRIM(WS-COUNT-DISP).

       WRITE-PLAN-SECTION.
      * The pieces in WS-CUR-SECTION, earliest due date first
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-IN-SECTION
               IF WS-PL-BEST = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO WS-PL-PICKED(WS-PL-BEST)
               ADD 1 TO WS-SECTION-COUNT
               PERFORM WRITE-PLAN-LINE
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       FIND-NEXT-IN-SECTION.
           MOVE 0 TO WS-PL-BEST
           PERFORM VARYING WS-PL-I FROM 1 BY 1
               UNTIL WS-PL-I > WS-PLAN-COUNT
               IF WS-PL-SECTION(WS-PL-I) = WS-CUR-SECTION
                   AND WS-PL-PICKED(WS-PL-I) = 0
                   IF WS-PL-BEST = 0
                       OR WS-PL-DUE(WS-PL-I) < WS-PL-DUE(WS-PL-BEST)
                       MOVE WS-PL-I TO WS-PL-BEST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-PLAN-LINE.
           MOVE WS-PL-DUE(WS-PL-BEST) TO WS-FMT-DATE
           PERFORM FORMAT-DISP-DATE
           MOVE WS-DISP-DATE TO WS-DISP-DUE
           EVALUATE WS-CUR-SECTION
               WHEN 1
                   MOVE WS-PL-POST-DATE(WS-PL-BEST) TO WS-FMT-DATE
                   PERFORM FORMAT-DISP-DATE
                   DISPLAY "  due " WS-DISP-DUE
                       "  published " WS-DISP-DATE "  "
                       FUNCTION TRIM(WS-PL-POST-SLUG(WS-PL-BEST))
                       " (" FUNCTION TRIM(WS-PL-AUTHOR(WS-PL-BEST))
                       ")"
               WHEN 2
                   MOVE WS-PL-POST-DATE(WS-PL-BEST) TO WS-FMT-DATE
                   PERFORM FORMAT-DISP-DATE
                   COMPUTE WS-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-PL-POST-DATE(WS-PL-BEST)))
                     - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-PL-DUE(WS-PL-BEST)))
                   MOVE WS-DAYS-LATE TO WS-DAYS-DISP
                   DISPLAY "  due " WS-DISP-DUE
                       "  published " WS-DISP-DATE "  "
                       FUNCTION TRIM(WS-PL-POST-SLUG(WS-PL-BEST))
                       " (" FUNCTION TRIM(WS-PL-AUTHOR(WS-PL-BEST))
                       ") " FUNCTION TRIM(WS-DAYS-DISP)
                       " day(s) late"
               WHEN 3
                   DISPLAY "  due " WS-DISP-DUE "  "
                       FUNCTION TRIM(WS-PL-SLUG(WS-PL-BEST))
                       " (" FUNCTION TRIM(WS-PL-AUTHOR(WS-PL-BEST))
                       ", " FUNCTION TRIM(WS-PL-TAG(WS-PL-BEST))
                       ")"
                   IF WS-PL-TITLE(WS-PL-BEST) NOT = SPACES
                       DISPLAY "                    "
                           FUNCTION TRIM(WS-PL-TITLE(WS-PL-BEST))
                   END-IF
               WHEN OTHER
                   DISPLAY "  due " WS-DISP-DUE "  "
                       FUNCTION TRIM(WS-PL-POST-SLUG(WS-PL-BEST))
                       " (" FUNCTION TRIM(WS-PL-AUTHOR(WS-PL-BEST))
                       ") "
                       FUNCTION TRIM(WS-PL-POST-STATUS(WS-PL-BEST))
           END-EVALUATE.

       FIND-NEXT-UNPLANNED.
           MOVE 0 TO WS-UP-BEST
           PERFORM VARYING WS-UP-I FROM 1 BY 1
               UNTIL WS-UP-I > WS-UNPLANNED-COUNT
               IF WS-UP-PICKED(WS-UP-I) = 0
                   IF WS-UP-BEST = 0
                       OR WS-UP-DATE(WS-UP-I) < WS-UP-DATE(WS-UP-BEST)
                       MOVE WS-UP-I TO WS-UP-BEST
                   END-IF
               END-IF
           END-PERFORM.

       FIND-NEXT-RATED-AUTHOR.
           MOVE 0 TO WS-DIST-FOUND
           MOVE SPACES TO WS-DIST-NEXT
           PERFORM VARYING WS-PL-I FROM 1 BY 1
               UNTIL WS-PL-I > WS-PLAN-COUNT
               IF WS-PL-RATED(WS-PL-I) = 1
                   AND WS-PL-AUTHOR(WS-PL-I) > WS-DIST-PREV
                   IF WS-DIST-FOUND = 0
                       OR WS-PL-AUTHOR(WS-PL-I) < WS-DIST-NEXT
                       MOVE WS-PL-AUTHOR(WS-PL-I) TO WS-DIST-NEXT
                       MOVE 1 TO WS-DIST-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-AUTHOR-RATE.
           MOVE 0 TO WS-AU-DUE
           MOVE 0 TO WS-AU-ON-TIME
           PERFORM VARYING WS-PL-I FROM 1 BY 1
               UNTIL WS-PL-I > WS-PLAN-COUNT
               IF WS-PL-RATED(WS-PL-I) = 1
                   AND WS-PL-AUTHOR(WS-PL-I) = WS-DIST-NEXT
                   ADD 1 TO WS-AU-DUE
                   IF WS-PL-SECTION(WS-PL-I) = 1
                       ADD 1 TO WS-AU-ON-TIME
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-AU-DUE TO WS-ALL-DUE
           COMPUTE WS-AU-PCT ROUNDED =
               WS-AU-ON-TIME * 100 / WS-AU-DUE
           MOVE WS-DIST-NEXT TO RL-AUTHOR
           MOVE WS-AU-ON-TIME TO RL-ON-TIME
           MOVE WS-AU-DUE TO RL-DUE
           MOVE WS-AU-PCT TO RL-PCT
           DISPLAY "  " WS-RATE-LINE.

       FORMAT-DISP-DATE.
      * WS-FMT-DATE (YYYYMMDD) in -> WS-DISP-DATE (YYYY-MM-DD) out
           MOVE SPACES TO WS-DISP-DATE
           STRING WS-FMT-DATE(1:4) "-" WS-FMT-DATE(5:2) "-"
               WS-FMT-DATE(7:2)
               DELIMITED SIZE INTO WS-DISP-DATE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-PAYMENTS.
      * ============================================================
      * COBLOG Contributor Payment Statements
      * Freelance contributors are paid per published post: a
      * per-word rate plus a flat fee per post, both set per author
      * in the rate file (--rates=<path>, one "name|rate|fee" line
      * per author, e.g. "Ann Author|0.0800|25.00", kept alongside
      * the "name|bio|email|url" author master). Reads the sorted
      * post-record stream on stdin and, for the pay month
      * (--month=YYYYMM, default the calendar month before the run
      * date), writes:
      *   - one payment statement per author, listing each post
      *     that went LIVE in the month with its word count, and
      *     the amount: words x rate + fee, rounded to the cent
      *     (<dir>/statement-YYYYMM-<author-slug>.txt, --out=<dir>,
      *     default the current directory)
      *   - the summary ledger for accounting on stdout, in the
      *     COBLOG-STATS style
      * Word counts are taken over the markup-stripped body, the
      * same count COBLOG-SITE puts on the page as reading time.
      *
      * The paid-through register (--register=<path>) is what
      * stops a post being paid twice. It is an append-only text
      * file of two kinds of line:
      *   PAID|slug|pay-month|post-date|author|words|amount
      *   CLOSED|pay-month|run-timestamp
      * A slug with a PAID line is never paid again, so a post
      * corrected later through COBLOG-CATALOG replace (same slug,
      * new revision) does not come round a second time. A live,
      * unpaid post whose publish date falls in a month that is
      * already CLOSED - backdated after that month was paid - is
      * paid on this run's statement and flagged, instead of being
      * missed because its month has gone by. Posts by an author
      * with no rate on file (staff) are listed on the ledger and
      * not paid; a rate added later pays their unpaid posts, as
      * backdated ones.
      *
      * Without --commit the run is a proof: statements and ledger
      * are written but the register is left alone. With --commit
      * the PAID lines and the month's CLOSED line are EXTENDed
      * onto the register.
      *
      * Usage: coblog-payments --rates=<path> --register=<path>
      *          [--month=YYYYMM] [--out=<dir>] [--commit]
      *          < sorted-master
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
           SELECT RATES-FILE ASSIGN TO WS-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT JOIN-SORT-FILE ASSIGN TO "SORT-PAYMENTS".

       DATA DIVISION.
       FILE SECTION.

       FD INPUT-FILE.
       01 INPUT-RECORD.
           COPY POSTREC.

       FD RATES-FILE.
       01 RATES-LINE           PIC X(200).

       FD REGISTER-FILE.
       01 REGISTER-LINE        PIC X(256).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE       PIC X(132).

       SD JOIN-SORT-FILE.
      * The register's paid slugs and the month's candidate posts
      * meet in one slug-ordered stream (kind "A" = already paid
      * sorts ahead of kind "P" = post), the sort/merge-join
      * COBLOG-SORT's --merge uses, so neither side has to be held
      * in a table however long the register grows.
       01 JOIN-SORT-RECORD.
           05 JS-SLUG          PIC X(60).
           05 JS-KIND          PIC X.
           05 JS-DATE          PIC X(8).
           05 JS-AUTHOR        PIC X(40).
           05 JS-TITLE         PIC X(120).
           05 JS-WORDS         PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-RATES-STATUS      PIC XX VALUE SPACES.
       01 WS-REGISTER-STATUS   PIC XX VALUE SPACES.
       01 WS-STATEMENT-STATUS  PIC XX VALUE SPACES.

       01 WS-RATES-PATH        PIC X(256) VALUE SPACES.
       01 WS-GOT-RATES         PIC 9  VALUE 0.
       01 WS-REGISTER-PATH     PIC X(256) VALUE SPACES.
       01 WS-GOT-REGISTER      PIC 9  VALUE 0.
       01 WS-OUT-DIR           PIC X(256) VALUE ".".
       01 WS-STATEMENT-PATH    PIC X(512) VALUE SPACES.
       01 WS-COMMIT            PIC 9  VALUE 0.

      * Pay month
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-MONTH             PIC X(6) VALUE SPACES.
       01 WS-GOT-MONTH         PIC 9  VALUE 0.
       01 WS-MONTH-YYYY        PIC 9(4) VALUE 0.
       01 WS-MONTH-MM          PIC 99 VALUE 0.
       01 WS-MONTH-DISP        PIC X(7) VALUE SPACES.
       01 WS-MONTH-CLOSED      PIC 9  VALUE 0.

      * Author rates
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 100 TIMES.
               10 WS-RT-NAME    PIC X(40).
               10 WS-RT-RATE    PIC 9(2)V9(4).
               10 WS-RT-FEE     PIC 9(5)V99.
       01 WS-RATE-COUNT        PIC 999 VALUE 0.
       01 WS-RATE-I            PIC 999 VALUE 0.
       01 WS-CUR-RATE          PIC 999 VALUE 0.
       01 WS-RL-NAME           PIC X(40) VALUE SPACES.
       01 WS-RL-RATE-X         PIC X(20) VALUE SPACES.
       01 WS-RL-FEE-X          PIC X(20) VALUE SPACES.

      * Months already paid (CLOSED lines on the register)
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-MONTH OCCURS 600 TIMES PIC X(6).
       01 WS-CLOSED-COUNT      PIC 999 VALUE 0.
       01 WS-CLOSED-I          PIC 999 VALUE 0.
       01 WS-CLOSED-FOUND      PIC 9  VALUE 0.
       01 WS-CHECK-MONTH       PIC X(6) VALUE SPACES.

      * One register line taken apart
       01 WS-RG-KIND           PIC X(10) VALUE SPACES.
       01 WS-RG-F2             PIC X(60) VALUE SPACES.
       01 WS-RG-F3             PIC X(20) VALUE SPACES.

      * Stream pass - one candidate post at a time, released to the
      * join once its last body line has been counted
       01 WS-CURRENT-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-SLUG      PIC X(60) VALUE SPACES.
       01 WS-TRIMMED-STATUS    PIC X(10) VALUE SPACES.
       01 WS-EFF-TIME-OF-DAY   PIC X(6) VALUE SPACES.
       01 WS-POST-LIVE         PIC 9  VALUE 0.
       01 WS-PENDING           PIC 9  VALUE 0.
       01 WS-PEND-SLUG         PIC X(60) VALUE SPACES.
       01 WS-PEND-DATE         PIC X(8) VALUE SPACES.
       01 WS-PEND-AUTHOR       PIC X(40) VALUE SPACES.
       01 WS-PEND-TITLE        PIC X(120) VALUE SPACES.
       01 WS-WORD-COUNT        PIC 9(6) VALUE 0.

      * Word count over the markup-stripped body line - the same
      * strip and count COBLOG-SITE uses for reading time
       01 WS-TRIMMED-BODY       PIC X(200) VALUE SPACES.
       01 WS-PLAIN-BODY         PIC X(200) VALUE SPACES.
       01 WS-IN-WORD            PIC 9   VALUE 0.
       01 WS-BODY-CHAR-I        PIC 999 VALUE 0.
       01 WS-BODY-ONE-CHAR      PIC X   VALUE SPACE.
       01 WS-MKS-I              PIC 999 VALUE 0.
       01 WS-MKS-J              PIC 999 VALUE 0.
       01 WS-MKS-K              PIC 999 VALUE 0.
       01 WS-MKS-LEN            PIC 999 VALUE 0.
       01 WS-MKS-PTR            PIC 999 VALUE 1.
       01 WS-MKS-CHAR           PIC X   VALUE SPACE.
       01 WS-MKS-TEXT-LEN       PIC 999 VALUE 0.
       01 WS-STRIP-IN-FENCE     PIC 9   VALUE 0.

      * Join output
       01 WS-JOIN-PAID-SLUG    PIC X(60) VALUE SPACES.

      * Posts to pay this run, and those held back for want of a
      * rate
       01 WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 1000 TIMES.
               10 WS-PY-SLUG    PIC X(60).
               10 WS-PY-DATE    PIC X(8).
               10 WS-PY-AUTHOR  PIC X(40).
               10 WS-PY-TITLE   PIC X(120).
               10 WS-PY-WORDS   PIC 9(6).
               10 WS-PY-RATE-X  PIC 999.
               10 WS-PY-AMOUNT  PIC 9(7)V99.
               10 WS-PY-BACKDATED PIC 9.
               10 WS-PY-PICKED  PIC 9.
       01 WS-PAY-COUNT         PIC 9(4) VALUE 0.
       01 WS-PY-I              PIC 9(4) VALUE 0.
       01 WS-PY-BEST           PIC 9(4) VALUE 0.

      * Ordered walk over the distinct authors: repeatedly find the
      * smallest name above the one just reported
       01 WS-DIST-PREV         PIC X(40) VALUE LOW-VALUES.
       01 WS-DIST-NEXT         PIC X(40) VALUE SPACES.
       01 WS-DIST-FOUND        PIC 9 VALUE 0.

      * Statement file name
       01 WS-TRIMMED-AUTHOR    PIC X(40) VALUE SPACES.
       01 WS-AUTHOR-SLUG       PIC X(40) VALUE SPACES.
       01 WS-AUTHOR-LEN        PIC 99 VALUE 0.
       01 WS-AUTHOR-CHAR-I     PIC 99 VALUE 0.
       01 WS-AUTHOR-ONE-CHAR   PIC X  VALUE SPACE.

      * Totals
       01 WS-AU-POSTS          PIC 9(4) VALUE 0.
       01 WS-AU-WORDS          PIC 9(8) VALUE 0.
       01 WS-AU-AMOUNT         PIC 9(8)V99 VALUE 0.
       01 WS-ALL-POSTS         PIC 9(4) VALUE 0.
       01 WS-ALL-WORDS         PIC 9(8) VALUE 0.
       01 WS-ALL-AMOUNT        PIC 9(8)V99 VALUE 0.
       01 WS-AUTHOR-COUNT      PIC 9(4) VALUE 0.
       01 WS-NORATE-COUNT      PIC 9(4) VALUE 0.
       01 WS-BACKDATED-COUNT   PIC 9(4) VALUE 0.
       01 WS-ALREADY-PAID      PIC 9(6) VALUE 0.

      * Report lines
       01 WS-FMT-DATE          PIC X(8) VALUE SPACES.
       01 WS-DISP-DATE         PIC X(10) VALUE SPACES.
       01 WS-COUNT-DISP        PIC ZZZZZ9.
       01 WS-AMOUNT-DISP       PIC ZZ,ZZZ,ZZ9.99.
       01 WS-RATE-DISP         PIC Z9.9999.
       01 WS-FEE-DISP          PIC ZZ,ZZ9.99.
       01 WS-STMT-DETAIL.
           05 SD-DATE          PIC X(10).
           05 FILLER           PIC XX VALUE SPACES.
           05 SD-SLUG          PIC X(44).
           05 SD-WORDS         PIC ZZZ,ZZ9.
           05 FILLER           PIC XX VALUE SPACES.
           05 SD-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-LEDGER-DETAIL.
           05 LG-NAME          PIC X(40).
           05 LG-POSTS         PIC ZZZ9.
           05 FILLER           PIC XX VALUE SPACES.
           05 LG-WORDS         PIC ZZ,ZZZ,ZZ9.
           05 FILLER           PIC XX VALUE SPACES.
           05 LG-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.

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

           IF WS-GOT-RATES = 0 OR WS-GOT-REGISTER = 0
               DISPLAY "COBLOG-PAYMENTS: --rates=<path> and "
                   "--register=<path> are required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           IF WS-GOT-MONTH = 0
               PERFORM DEFAULT-PAY-MONTH
           END-IF
           IF WS-MONTH NOT NUMERIC
               OR WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
               DISPLAY "COBLOG-PAYMENTS: --month= must be YYYYMM"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MONTH-DISP
           STRING WS-MONTH(1:4) "-" WS-MONTH(5:2)
               DELIMITED SIZE INTO WS-MONTH-DISP

           PERFORM LOAD-RATES
           PERFORM LOAD-CLOSED-MONTHS
           MOVE WS-MONTH TO WS-CHECK-MONTH
           PERFORM CHECK-MONTH-CLOSED
           MOVE WS-CLOSED-FOUND TO WS-MONTH-CLOSED
           IF WS-MONTH-CLOSED = 1
               DISPLAY "COBLOG-PAYMENTS: WARNING - " WS-MONTH-DISP
                   " is already closed on the register; only posts "
                   "not yet paid are listed"
                   UPON SYSERR
           END-IF

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error opening input: " WS-INPUT-STATUS
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT JOIN-SORT-FILE
               ON ASCENDING KEY JS-SLUG JS-KIND
               INPUT PROCEDURE IS RELEASE-JOIN-RECORDS
               OUTPUT PROCEDURE IS COLLECT-PAYABLE-POSTS
           CLOSE INPUT-FILE

           PERFORM PRICE-PAYABLE-POSTS
           PERFORM WRITE-STATEMENTS
           PERFORM WRITE-LEDGER
           IF WS-COMMIT = 1
               PERFORM POST-TO-REGISTER
           END-IF

           MOVE WS-RECORDS-READ TO WS-RECORDS-READ-DISP
           MOVE WS-ALL-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "COBLOG-PAYMENTS: month=" WS-MONTH
               " records-read=" FUNCTION TRIM(WS-RECORDS-READ-DISP)
               " posts-paid=" WS-ALL-POSTS
               " amount=" FUNCTION TRIM(WS-AMOUNT-DISP)
               " backdated=" WS-BACKDATED-COUNT
               " no-rate=" WS-NORATE-COUNT
               " already-paid=" WS-ALREADY-PAID
               " committed=" WS-COMMIT
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
           IF WS-ARG-ENTRY(WS-ARG-I)(1:8) = "--rates="
               MOVE WS-ARG-ENTRY(WS-ARG-I)(9:) TO WS-RATES-PATH
               MOVE 1 TO WS-GOT-RATES
           ELSE
           IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--register="
               MOVE WS-ARG-ENTRY(WS-ARG-I)(12:) TO WS-REGISTER-PATH
               MOVE 1 TO WS-GOT-REGISTER
           ELSE
           IF WS-ARG-ENTRY(WS-ARG-I)(1:8) = "--month="
               MOVE WS-ARG-ENTRY(WS-ARG-I)(9:6) TO WS-MONTH
               MOVE 1 TO WS-GOT-MONTH
           ELSE
           IF WS-ARG-ENTRY(WS-ARG-I)(1:6) = "--out="
               MOVE WS-ARG-ENTRY(WS-ARG-I)(7:) TO WS-OUT-DIR
           ELSE
           IF WS-ARG-ENTRY(WS-ARG-I) = "--commit"
               MOVE 1 TO WS-COMMIT
           ELSE
               DISPLAY "COBLOG-PAYMENTS: unrecognized argument '"
                   FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I))
                   "' ignored"
                   UPON SYSERR
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       DEFAULT-PAY-MONTH.
      * The month before the run date - the statements normally
      * run early in the month for the one just closed.
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

       LOAD-RATES.
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "COBLOG-PAYMENTS: cannot open rate file "
                   FUNCTION TRIM(WS-RATES-PATH)
                   " (status " WS-RATES-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ RATES-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM STORE-RATE-LINE
               END-READ
           END-PERFORM
           CLOSE RATES-FILE.

       STORE-RATE-LINE.
           IF FUNCTION TRIM(RATES-LINE) = SPACES
               OR RATES-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RL-NAME
           MOVE SPACES TO WS-RL-RATE-X
           MOVE SPACES TO WS-RL-FEE-X
           UNSTRING RATES-LINE DELIMITED BY "|"
               INTO WS-RL-NAME WS-RL-RATE-X WS-RL-FEE-X
           END-UNSTRING
           IF FUNCTION TRIM(WS-RL-NAME) = SPACES
               OR FUNCTION TEST-NUMVAL(WS-RL-RATE-X) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RL-FEE-X) NOT = 0
               DISPLAY "COBLOG-PAYMENTS: rate line '"
                   FUNCTION TRIM(RATES-LINE)
                   "' is not name|rate|fee, ignored"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           IF WS-RATE-COUNT < 100
               ADD 1 TO WS-RATE-COUNT
               MOVE FUNCTION TRIM(WS-RL-NAME)
                   TO WS-RT-NAME(WS-RATE-COUNT)
               COMPUTE WS-RT-RATE(WS-RATE-COUNT) =
                   FUNCTION NUMVAL(WS-RL-RATE-X)
               COMPUTE WS-RT-FEE(WS-RATE-COUNT) =
                   FUNCTION NUMVAL(WS-RL-FEE-X)
           ELSE
               DISPLAY "COBLOG-PAYMENTS: WARNING - rate table "
                   "ceiling (100) reached, excess entries dropped"
                   UPON SYSERR
           END-IF.

       LOAD-CLOSED-MONTHS.
      * The months the register says have already been paid. A
      * missing register is an empty one (the first run).
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               AND WS-REGISTER-STATUS NOT = "05"
               DISPLAY "COBLOG-PAYMENTS: cannot open register "
                   FUNCTION TRIM(WS-REGISTER-PATH)
                   " (status " WS-REGISTER-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ REGISTER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM SPLIT-REGISTER-LINE
                       IF WS-RG-KIND = "CLOSED"
                           PERFORM STORE-CLOSED-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       SPLIT-REGISTER-LINE.
           MOVE SPACES TO WS-RG-KIND
           MOVE SPACES TO WS-RG-F2
           MOVE SPACES TO WS-RG-F3
           UNSTRING REGISTER-LINE DELIMITED BY "|"
               INTO WS-RG-KIND WS-RG-F2 WS-RG-F3
           END-UNSTRING.

       STORE-CLOSED-MONTH.
           MOVE WS-RG-F2(1:6) TO WS-CHECK-MONTH
           PERFORM CHECK-MONTH-CLOSED
           IF WS-CLOSED-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-CLOSED-COUNT < 600
               ADD 1 TO WS-CLOSED-COUNT
               MOVE WS-CHECK-MONTH TO WS-CLOSED-MONTH(WS-CLOSED-COUNT)
           ELSE
               DISPLAY "COBLOG-PAYMENTS: WARNING - closed-month "
                   "ceiling (600) reached, excess entries dropped"
                   UPON SYSERR
           END-IF.

       CHECK-MONTH-CLOSED.
      * WS-CHECK-MONTH in -> WS-CLOSED-FOUND out
           MOVE 0 TO WS-CLOSED-FOUND
           PERFORM VARYING WS-CLOSED-I FROM 1 BY 1
               UNTIL WS-CLOSED-I > WS-CLOSED-COUNT
               IF WS-CLOSED-MONTH(WS-CLOSED-I) = WS-CHECK-MONTH
                   MOVE 1 TO WS-CLOSED-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RELEASE-JOIN-RECORDS.
      * Sort input: every slug the register has paid, then every
      * post published in the pay month or in a closed month.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               AND WS-REGISTER-STATUS NOT = "05"
               DISPLAY "COBLOG-PAYMENTS: cannot open register "
                   FUNCTION TRIM(WS-REGISTER-PATH)
                   " (status " WS-REGISTER-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL 1 = 0
               READ REGISTER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM SPLIT-REGISTER-LINE
                       IF WS-RG-KIND = "PAID"
                           AND WS-RG-F2 NOT = SPACES
                           MOVE SPACES TO JOIN-SORT-RECORD
                           MOVE WS-RG-F2 TO JS-SLUG
                           MOVE "A" TO JS-KIND
                           MOVE 0 TO JS-WORDS
                           RELEASE JOIN-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE

           PERFORM UNTIL 1 = 0
               READ INPUT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM PROCESS-POST-RECORD
               END-READ
           END-PERFORM
           PERFORM RELEASE-PENDING-POST.

       PROCESS-POST-RECORD.
           MOVE FUNCTION TRIM(POST-SLUG) TO WS-TRIMMED-SLUG
           IF WS-TRIMMED-SLUG NOT = WS-CURRENT-SLUG
               PERFORM RELEASE-PENDING-POST
               MOVE WS-TRIMMED-SLUG TO WS-CURRENT-SLUG
               MOVE 0 TO WS-WORD-COUNT
               MOVE 0 TO WS-STRIP-IN-FENCE
               PERFORM CHECK-PAYMENT-CANDIDATE
           END-IF
           IF WS-PENDING = 1
               MOVE FUNCTION TRIM(POST-BODY-LINE) TO WS-TRIMMED-BODY
               PERFORM STRIP-BODY-MARKUP
               IF WS-PLAIN-BODY NOT = SPACES
                   PERFORM COUNT-WORDS-IN-BODY
               END-IF
           END-IF.

       CHECK-PAYMENT-CANDIDATE.
      * A post is a candidate when it has gone live (by the run) and
      * its publish date falls in the pay month or in a month the
      * register has already closed. Expiry does not matter here -
      * an expired post was still published.
           MOVE 0 TO WS-PENDING
           IF POST-DATE NOT NUMERIC OR POST-DATE > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(POST-STATUS) TO WS-TRIMMED-STATUS
           EVALUATE WS-TRIMMED-STATUS
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
           IF WS-POST-LIVE = 0
               EXIT PARAGRAPH
           END-IF
           IF POST-DATE(1:6) NOT = WS-MONTH
               MOVE POST-DATE(1:6) TO WS-CHECK-MONTH
               PERFORM CHECK-MONTH-CLOSED
               IF WS-CLOSED-FOUND = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 1 TO WS-PENDING
           MOVE WS-TRIMMED-SLUG TO WS-PEND-SLUG
           MOVE POST-DATE TO WS-PEND-DATE
           MOVE FUNCTION TRIM(POST-AUTHOR) TO WS-PEND-AUTHOR
           MOVE FUNCTION TRIM(POST-TITLE) TO WS-PEND-TITLE.

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

       RELEASE-PENDING-POST.
           IF WS-PENDING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOIN-SORT-RECORD
           MOVE WS-PEND-SLUG TO JS-SLUG
           MOVE "P" TO JS-KIND
           MOVE WS-PEND-DATE TO JS-DATE
           MOVE WS-PEND-AUTHOR TO JS-AUTHOR
           MOVE WS-PEND-TITLE TO JS-TITLE
           MOVE WS-WORD-COUNT TO JS-WORDS
           RELEASE JOIN-SORT-RECORD
           MOVE 0 TO WS-PENDING.

       COLLECT-PAYABLE-POSTS.
      * Sort output: a post whose slug the register has already
      * paid is skipped; every other candidate is payable.
           MOVE SPACES TO WS-JOIN-PAID-SLUG
           PERFORM UNTIL 1 = 0
               RETURN JOIN-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF JS-KIND = "A"
                   MOVE JS-SLUG TO WS-JOIN-PAID-SLUG
               ELSE
                   IF JS-SLUG = WS-JOIN-PAID-SLUG
                       IF JS-DATE(1:6) = WS-MONTH
                           ADD 1 TO WS-ALREADY-PAID
                       END-IF
                   ELSE
                       PERFORM STORE-PAYABLE-POST
                   END-IF
               END-IF
           END-PERFORM.

       STORE-PAYABLE-POST.
           PERFORM FIND-AUTHOR-RATE
      * Staff posts (no rate) are listed for their own month only,
      * not again on every later run
           IF WS-CUR-RATE = 0 AND JS-DATE(1:6) NOT = WS-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-PAY-COUNT >= 1000
               DISPLAY "COBLOG-PAYMENTS: WARNING - payment table "
                   "ceiling (1000) reached, '"
                   FUNCTION TRIM(JS-SLUG)
                   "' left for the next run"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAY-COUNT
           MOVE JS-SLUG TO WS-PY-SLUG(WS-PAY-COUNT)
           MOVE JS-DATE TO WS-PY-DATE(WS-PAY-COUNT)
           MOVE JS-AUTHOR TO WS-PY-AUTHOR(WS-PAY-COUNT)
           MOVE JS-TITLE TO WS-PY-TITLE(WS-PAY-COUNT)
           MOVE JS-WORDS TO WS-PY-WORDS(WS-PAY-COUNT)
           MOVE WS-CUR-RATE TO WS-PY-RATE-X(WS-PAY-COUNT)
           MOVE 0 TO WS-PY-AMOUNT(WS-PAY-COUNT)
           MOVE 0 TO WS-PY-PICKED(WS-PAY-COUNT)
      * Dated into a month already paid out: backdated after the
      * month was closed (or the closed month is being re-run)
           MOVE JS-DATE(1:6) TO WS-CHECK-MONTH
           PERFORM CHECK-MONTH-CLOSED
           MOVE WS-CLOSED-FOUND TO WS-PY-BACKDATED(WS-PAY-COUNT).

       FIND-AUTHOR-RATE.
      * JS-AUTHOR in -> WS-CUR-RATE out (zero when not on file)
           MOVE 0 TO WS-CUR-RATE
           PERFORM VARYING WS-RATE-I FROM 1 BY 1
               UNTIL WS-RATE-I > WS-RATE-COUNT
               IF WS-RT-NAME(WS-RATE-I) = JS-AUTHOR
                   MOVE WS-RATE-I TO WS-CUR-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRICE-PAYABLE-POSTS.
      * words x rate + fee, rounded to the cent. A post whose
      * author has no rate on file has rate index zero and is
      * reported instead of paid.
           PERFORM VARYING WS-PY-I FROM 1 BY 1
               UNTIL WS-PY-I > WS-PAY-COUNT
               MOVE WS-PY-RATE-X(WS-PY-I) TO WS-CUR-RATE
               IF WS-CUR-RATE = 0
                   ADD 1 TO WS-NORATE-COUNT
               ELSE
                   COMPUTE WS-PY-AMOUNT(WS-PY-I) ROUNDED =
                       WS-PY-WORDS(WS-PY-I) * WS-RT-RATE(WS-CUR-RATE)
                       + WS-RT-FEE(WS-CUR-RATE)
                   IF WS-PY-BACKDATED(WS-PY-I) = 1
                       ADD 1 TO WS-BACKDATED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-STATEMENTS.
      * One statement per author with a rate, posts oldest first
           MOVE LOW-VALUES TO WS-DIST-PREV
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-PAID-AUTHOR
               IF WS-DIST-FOUND = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-AUTHOR-COUNT
               PERFORM WRITE-ONE-STATEMENT
               MOVE WS-DIST-NEXT TO WS-DIST-PREV
           END-PERFORM.

       FIND-NEXT-PAID-AUTHOR.
           MOVE 0 TO WS-DIST-FOUND
           MOVE SPACES TO WS-DIST-NEXT
           PERFORM VARYING WS-PY-I FROM 1 BY 1
               UNTIL WS-PY-I > WS-PAY-COUNT
               IF WS-PY-RATE-X(WS-PY-I) > 0
                   AND WS-PY-AUTHOR(WS-PY-I) > WS-DIST-PREV
                   IF WS-DIST-FOUND = 0
                       OR WS-PY-AUTHOR(WS-PY-I) < WS-DIST-NEXT
                       MOVE WS-PY-AUTHOR(WS-PY-I) TO WS-DIST-NEXT
                       MOVE 1 TO WS-DIST-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-STATEMENT.
           MOVE WS-DIST-NEXT TO WS-TRIMMED-AUTHOR
           PERFORM SLUGIFY-AUTHOR
           MOVE SPACES TO WS-STATEMENT-PATH
           STRING FUNCTION TRIM(WS-OUT-DIR) "/statement-"
               WS-MONTH "-" FUNCTION TRIM(WS-AUTHOR-SLUG) ".txt"
               DELIMITED SIZE INTO WS-STATEMENT-PATH
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "COBLOG-PAYMENTS: cannot write "
                   FUNCTION TRIM(WS-STATEMENT-PATH)
                   " (status " WS-STATEMENT-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-PY-I FROM 1 BY 1
               UNTIL WS-PY-I > WS-PAY-COUNT
               IF WS-PY-AUTHOR(WS-PY-I) = WS-DIST-NEXT
                   MOVE WS-PY-RATE-X(WS-PY-I) TO WS-CUR-RATE
               END-IF
           END-PERFORM

           MOVE "COBLOG contributor payment statement"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "====================================="
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Contributor:  " FUNCTION TRIM(WS-DIST-NEXT)
               DELIMITED SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Period:       " WS-MONTH-DISP
               DELIMITED SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-RT-RATE(WS-CUR-RATE) TO WS-RATE-DISP
           MOVE WS-RT-FEE(WS-CUR-RATE) TO WS-FEE-DISP
           MOVE SPACES TO STATEMENT-LINE
           STRING "Rate:         " FUNCTION TRIM(WS-RATE-DISP)
               " per word + " FUNCTION TRIM(WS-FEE-DISP)
               " per post"
               DELIMITED SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-RUN-DATE TO WS-FMT-DATE
           PERFORM FORMAT-DISP-DATE
           MOVE SPACES TO STATEMENT-LINE
           IF WS-COMMIT = 0
               STRING "Prepared:     " WS-DISP-DATE " (proof)"
                   DELIMITED SIZE INTO STATEMENT-LINE
           ELSE
               STRING "Prepared:     " WS-DISP-DATE
                   DELIMITED SIZE INTO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "Published   Post                         "
               "                 Words         Amount"
               DELIMITED SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE 0 TO WS-AU-POSTS
           MOVE 0 TO WS-AU-WORDS
           MOVE 0 TO WS-AU-AMOUNT
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-AUTHOR-POST
               IF WS-PY-BEST = 0
                   EXIT PERFORM
               END-IF
               MOVE 1 TO WS-PY-PICKED(WS-PY-BEST)
               PERFORM WRITE-STATEMENT-DETAIL
           END-PERFORM

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE WS-AU-POSTS TO WS-COUNT-DISP
           STRING "Total (" FUNCTION TRIM(WS-COUNT-DISP)
               " post(s))"
               DELIMITED SIZE INTO SD-SLUG
           MOVE WS-AU-WORDS TO SD-WORDS
           MOVE WS-AU-AMOUNT TO SD-AMOUNT
           MOVE WS-STMT-DETAIL TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           CLOSE STATEMENT-FILE

           ADD WS-AU-POSTS TO WS-ALL-POSTS
           ADD WS-AU-WORDS TO WS-ALL-WORDS
           ADD WS-AU-AMOUNT TO WS-ALL-AMOUNT.

       FIND-NEXT-AUTHOR-POST.
           MOVE 0 TO WS-PY-BEST
           PERFORM VARYING WS-PY-I FROM 1 BY 1
               UNTIL WS-PY-I > WS-PAY-COUNT
               IF WS-PY-PICKED(WS-PY-I) = 0
                   AND WS-PY-RATE-X(WS-PY-I) > 0
                   AND WS-PY-AUTHOR(WS-PY-I) = WS-DIST-NEXT
                   IF WS-PY-BEST = 0
                       OR WS-PY-DATE(WS-PY-I) < WS-PY-DATE(WS-PY-BEST)
                       MOVE WS-PY-I TO WS-PY-BEST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-STATEMENT-DETAIL.
           ADD 1 TO WS-AU-POSTS
           ADD WS-PY-WORDS(WS-PY-BEST) TO WS-AU-WORDS
           ADD WS-PY-AMOUNT(WS-PY-BEST) TO WS-AU-AMOUNT
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE WS-PY-DATE(WS-PY-BEST) TO WS-FMT-DATE
           PERFORM FORMAT-DISP-DATE
           MOVE WS-DISP-DATE TO SD-DATE
           MOVE WS-PY-SLUG(WS-PY-BEST) TO SD-SLUG
           MOVE WS-PY-WORDS(WS-PY-BEST) TO SD-WORDS
           MOVE WS-PY-AMOUNT(WS-PY-BEST) TO SD-AMOUNT
           MOVE WS-STMT-DETAIL TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "              "
               FUNCTION TRIM(WS-PY-TITLE(WS-PY-BEST))
               DELIMITED SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-PY-BACKDATED(WS-PY-BEST) = 1
               MOVE SPACES TO STATEMENT-LINE
               STRING "              ** backdated into paid month "
                   WS-DISP-DATE(1:7)
                   DELIMITED SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       FORMAT-DISP-DATE.
      * WS-FMT-DATE (YYYYMMDD) in -> WS-DISP-DATE (YYYY-MM-DD) out
           MOVE SPACES TO WS-DISP-DATE
           STRING WS-FMT-DATE(1:4) "-" WS-FMT-DATE(5:2) "-"
               WS-FMT-DATE(7:2)
               DELIMITED SIZE INTO WS-DISP-DATE.

       WRITE-LEDGER.
           DISPLAY "COBLOG-PAYMENTS ledger for " WS-MONTH-DISP
           DISPLAY "=================================="
           IF WS-COMMIT = 0
               DISPLAY "(proof - the register has not been updated)"
           END-IF
           DISPLAY " "
           DISPLAY "Contributor                            Posts"
               "       Words         Amount"
           MOVE LOW-VALUES TO WS-DIST-PREV
           PERFORM UNTIL 1 = 0
               PERFORM FIND-NEXT-PAID-AUTHOR
               IF WS-DIST-FOUND = 0
                   EXIT PERFORM
               END-IF
               PERFORM WRITE-LEDGER-LINE
               MOVE WS-DIST-NEXT TO WS-DIST-PREV
           END-PERFORM
           IF WS-AUTHOR-COUNT = 0
               DISPLAY "  (no posts to pay)"
           END-IF
           MOVE SPACES TO WS-LEDGER-DETAIL
           MOVE "Total" TO LG-NAME
           MOVE WS-ALL-POSTS TO LG-POSTS
           MOVE WS-ALL-WORDS TO LG-WORDS
           MOVE WS-ALL-AMOUNT TO LG-AMOUNT
           DISPLAY WS-LEDGER-DETAIL
           DISPLAY " "

           DISPLAY "Backdated into a paid month (paid this run):"
           IF WS-BACKDATED-COUNT = 0
               DISPLAY "  (none)"
           ELSE
               PERFORM VARYING WS-PY-I FROM 1 BY 1
                   UNTIL WS-PY-I > WS-PAY-COUNT
                   IF WS-PY-BACKDATED(WS-PY-I) = 1
                       AND WS-PY-RATE-X(WS-PY-I) > 0
                       PERFORM DISPLAY-EXCEPTION-LINE
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY " "

           DISPLAY "Not paid - no rate on file:"
           IF WS-NORATE-COUNT = 0
               DISPLAY "  (none)"
           ELSE
               PERFORM VARYING WS-PY-I FROM 1 BY 1
                   UNTIL WS-PY-I > WS-PAY-COUNT
                   IF WS-PY-RATE-X(WS-PY-I) = 0
                       PERFORM DISPLAY-EXCEPTION-LINE
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY " "

           MOVE WS-ALREADY-PAID TO WS-COUNT-DISP
           DISPLAY "Already paid, skipped:  "
               FUNCTION TRIM(WS-COUNT-DISP).

       WRITE-LEDGER-LINE.
      * The author's totals, recomputed from the priced table
           MOVE 0 TO WS-AU-POSTS
           MOVE 0 TO WS-AU-WORDS
           MOVE 0 TO WS-AU-AMOUNT
           PERFORM VARYING WS-PY-I FROM 1 BY 1
               UNTIL WS-PY-I > WS-PAY-COUNT
               IF WS-PY-RATE-X(WS-PY-I) > 0
                   AND WS-PY-AUTHOR(WS-PY-I) = WS-DIST-NEXT
                   ADD 1 TO WS-AU-POSTS
                   ADD WS-PY-WORDS(WS-PY-I) TO WS-AU-WORDS
                   ADD WS-PY-AMOUNT(WS-PY-I) TO WS-AU-AMOUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LEDGER-DETAIL
           MOVE WS-DIST-NEXT TO LG-NAME
           MOVE WS-AU-POSTS TO LG-POSTS
           MOVE WS-AU-WORDS TO LG-WORDS
           MOVE WS-AU-AMOUNT TO LG-AMOUNT
           DISPLAY WS-LEDGER-DETAIL.

       DISPLAY-EXCEPTION-LINE.
           MOVE WS-PY-DATE(WS-PY-I) TO WS-FMT-DATE
           PERFORM FORMAT-DISP-DATE
           DISPLAY "  " WS-DISP-DATE "  "
               FUNCTION TRIM(WS-PY-SLUG(WS-PY-I))
               " (" FUNCTION TRIM(WS-PY-AUTHOR(WS-PY-I)) ")".

       POST-TO-REGISTER.
      * EXTEND the register - never rewritten - with a PAID line
      * per post paid and, the first time, the month's CLOSED line.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               AND WS-REGISTER-STATUS NOT = "05"
               DISPLAY "COBLOG-PAYMENTS: cannot extend register "
                   FUNCTION TRIM(WS-REGISTER-PATH)
                   " (status " WS-REGISTER-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-PY-I FROM 1 BY 1
               UNTIL WS-PY-I > WS-PAY-COUNT
               IF WS-PY-RATE-X(WS-PY-I) > 0
                   MOVE WS-PY-AMOUNT(WS-PY-I) TO WS-AMOUNT-DISP
                   MOVE WS-PY-WORDS(WS-PY-I) TO WS-COUNT-DISP
                   MOVE SPACES TO REGISTER-LINE
                   STRING "PAID|" FUNCTION TRIM(WS-PY-SLUG(WS-PY-I))
                       "|" WS-MONTH
                       "|" WS-PY-DATE(WS-PY-I)
                       "|" FUNCTION TRIM(WS-PY-AUTHOR(WS-PY-I))
                       "|" FUNCTION TRIM(WS-COUNT-DISP)
                       "|" FUNCTION TRIM(WS-AMOUNT-DISP)
                       DELIMITED SIZE INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-PERFORM
           IF WS-MONTH-CLOSED = 0
               MOVE SPACES TO REGISTER-LINE
               STRING "CLOSED|" WS-MONTH "|" WS-RUN-DATE WS-RUN-TIME
                   DELIMITED SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           CLOSE REGISTER-FILE.

       SLUGIFY-AUTHOR.
      * WS-TRIMMED-AUTHOR in -> WS-AUTHOR-SLUG out, the COBLOG-SITE
      * rules: lowercased, anything that is not a letter or digit
      * turned into a hyphen, so the name is safe in a file name.
           MOVE SPACES TO WS-AUTHOR-SLUG
           MOVE FUNCTION TRIM(WS-TRIMMED-AUTHOR) TO WS-AUTHOR-SLUG
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRIMMED-AUTHOR))
               TO WS-AUTHOR-LEN
           PERFORM VARYING WS-AUTHOR-CHAR-I FROM 1 BY 1
               UNTIL WS-AUTHOR-CHAR-I > WS-AUTHOR-LEN
               MOVE WS-AUTHOR-SLUG(WS-AUTHOR-CHAR-I:1)
                   TO WS-AUTHOR-ONE-CHAR
               IF WS-AUTHOR-ONE-CHAR NOT = SPACE
                   AND (WS-AUTHOR-ONE-CHAR IS ALPHABETIC
                       OR WS-AUTHOR-ONE-CHAR IS NUMERIC)
                   MOVE FUNCTION LOWER-CASE(WS-AUTHOR-ONE-CHAR)
                       TO WS-AUTHOR-SLUG(WS-AUTHOR-CHAR-I:1)
               ELSE
                   MOVE "-" TO WS-AUTHOR-SLUG(WS-AUTHOR-CHAR-I:1)
               END-IF
           END-PERFORM.

       COUNT-WORDS-IN-BODY.
           MOVE 0 TO WS-IN-WORD
           PERFORM VARYING WS-BODY-CHAR-I FROM 1 BY 1
               UNTIL WS-BODY-CHAR-I > 200
               MOVE WS-PLAIN-BODY(WS-BODY-CHAR-I:1)
                   TO WS-BODY-ONE-CHAR
               IF WS-BODY-ONE-CHAR = SPACE
                   MOVE 0 TO WS-IN-WORD
               ELSE
                   IF WS-IN-WORD = 0
                       ADD 1 TO WS-WORD-COUNT
                       MOVE 1 TO WS-IN-WORD
                   END-IF
               END-IF
           END-PERFORM.

       STRIP-BODY-MARKUP.
      * WS-TRIMMED-BODY in -> WS-PLAIN-BODY out: the same body line
      * reduced to plain prose - markers and link urls dropped, link
      * text kept - so the word count (and COBLOG-SEARCH's identical
      * copy, the search index) see the text a reader reads.
           MOVE SPACES TO WS-PLAIN-BODY
           IF FUNCTION TRIM(WS-TRIMMED-BODY) = "```"
               IF WS-STRIP-IN-FENCE = 1
                   MOVE 0 TO WS-STRIP-IN-FENCE
               ELSE
                   MOVE 1 TO WS-STRIP-IN-FENCE
               END-IF
               EXIT PARAGRAPH
           END-IF
      * Fenced code counts verbatim - the page renders it verbatim
      * too, so no markers apply inside a fence
           IF WS-STRIP-IN-FENCE = 1
               MOVE WS-TRIMMED-BODY TO WS-PLAIN-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MKS-I
           IF WS-TRIMMED-BODY(1:4) = "### "
               MOVE 5 TO WS-MKS-I
           ELSE
               IF WS-TRIMMED-BODY(1:3) = "## "
                   MOVE 4 TO WS-MKS-I
               ELSE
                   IF WS-TRIMMED-BODY(1:2) = "# "
                       OR WS-TRIMMED-BODY(1:2) = "- "
                       MOVE 3 TO WS-MKS-I
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO WS-MKS-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRIMMED-BODY))
               TO WS-MKS-LEN
           PERFORM UNTIL WS-MKS-I > WS-MKS-LEN
               PERFORM STRIP-ONE-MARKUP-CHAR
           END-PERFORM.

       STRIP-ONE-MARKUP-CHAR.
           MOVE WS-TRIMMED-BODY(WS-MKS-I:1) TO WS-MKS-CHAR
           EVALUATE TRUE
               WHEN WS-MKS-CHAR = "*" OR WS-MKS-CHAR = "`"
                   ADD 1 TO WS-MKS-I
               WHEN WS-MKS-CHAR = "["
                   PERFORM STRIP-ONE-MARKUP-LINK
               WHEN OTHER
                   STRING WS-MKS-CHAR DELIMITED SIZE
                       INTO WS-PLAIN-BODY
                       WITH POINTER WS-MKS-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
                   ADD 1 TO WS-MKS-I
           END-EVALUATE.

       STRIP-ONE-MARKUP-LINK.
      * [text](url) -> text; a bare bracket is kept as-is
           MOVE 0 TO WS-MKS-J
           COMPUTE WS-MKS-K = WS-MKS-I + 1
           PERFORM VARYING WS-MKS-K FROM WS-MKS-K BY 1
               UNTIL WS-MKS-K >= WS-MKS-LEN
               IF WS-TRIMMED-BODY(WS-MKS-K:2) = "]("
                   MOVE WS-MKS-K TO WS-MKS-J
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MKS-K
           IF WS-MKS-J > 0
               COMPUTE WS-MKS-TEXT-LEN = WS-MKS-J + 2
               PERFORM VARYING WS-MKS-K FROM WS-MKS-TEXT-LEN BY 1
                   UNTIL WS-MKS-K > WS-MKS-LEN
                   IF WS-TRIMMED-BODY(WS-MKS-K:1) = ")"
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-MKS-K > WS-MKS-LEN
                   MOVE 0 TO WS-MKS-K
               END-IF
           END-IF
           COMPUTE WS-MKS-TEXT-LEN = WS-MKS-J - WS-MKS-I - 1
           IF WS-MKS-J = 0 OR WS-MKS-K = 0 OR WS-MKS-TEXT-LEN < 1
               STRING "[" DELIMITED SIZE INTO WS-PLAIN-BODY
                   WITH POINTER WS-MKS-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               ADD 1 TO WS-MKS-I
           ELSE
               STRING WS-TRIMMED-BODY(WS-MKS-I + 1:WS-MKS-TEXT-LEN)
                   DELIMITED SIZE INTO WS-PLAIN-BODY
                   WITH POINTER WS-MKS-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               COMPUTE WS-MKS-I = WS-MKS-K + 1
           END-IF.

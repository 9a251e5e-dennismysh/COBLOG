      *   add    --address=a   subscribe the address as of today;
      *          [--tags=t,t]  optional comma-separated tags the
      *                        reader wants to follow (none means
      *                        everything). [--cadence=c] daily,
      *                        weekly (the default) or monthly
      *                        digest. Fails if the address is
      *                        already subscribed, and refuses to
      *                        revive an unsubscribed address - an
      *                        address that opted out stays out.
      *                        is kept with SUB-UNSUB-DATE set, not
      *                        deleted, so the address can never
      *                        slip back onto a send list.
      *   cadence --address=a  change how often an active
      *          --cadence=c   subscriber gets the digest (daily,
      *                        weekly or monthly)
      *   inquire --address=a  write the address's record to stdout
      *   export               write the whole master to stdout as
      *                        fixed-width SUBSREC lines in address
      *                        order - the stream COBLOG-DIGEST's
      *                        --subscribers= consumes
      *   bounces --returns=p  apply the mail provider's return
      *          [--soft-limit=n] file: one "date|address|type|detail"
      *                        line per event, date YYYYMMDD, type
      *                        HARD, SOFT or COMPLAINT. A hard
      *                        bounce or a complaint suppresses the
      *                        address at once; soft bounces are
      *                        counted and suppress when the count
      *                        reaches n (default 3). Suppression
      *                        records the event date and reason
      *                        and is never undone here. Addresses
      *                        not in the master, and events for
      *                        addresses already suppressed, are
      *                        reported and skipped; malformed lines
      *                        fail the run but do not stop it.
      *   suppressions         report suppressed addresses on
      *                        stdout, counted by reason and by the
      *                        week (Monday) of suppression
      *
      * Diagnostics and the end-of-run audit line go to stderr; the
      * exit code is non-zero when the requested operation failed.
      *
      * Modification history:
      *   2026-09-02  dev   Initial version.
      *   2026-10-15  dev   bounces and suppressions operations;
      *                     add refuses a suppressed address.
      *   2026-10-15  dev   Digest cadence: --cadence= on add and
      *                     the cadence operation.
      * ============================================================

       ENVIRONMENT DIVISION.
           SELECT OUTPUT-FILE ASSIGN TO DISPLAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT RETURNS-FILE ASSIGN TO WS-RETURNS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY SUBSREC.

       FD INPUT-FILE.
       01 INPUT-RECORD         PIC X(252).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD        PIC X(252).

       FD RETURNS-FILE.
       01 RETURNS-RECORD       PIC X(512).

       WORKING-STORAGE SECTION.
       01 WS-SUBS-STATUS       PIC XX VALUE SPACES.
       01 WS-OUTPUT-STATUS     PIC XX VALUE SPACES.
       01 WS-SUBS-PATH         PIC X(256) VALUE SPACES.
       01 WS-GOT-SUBS          PIC 9  VALUE 0.
       01 WS-OPERATION         PIC X(12) VALUE SPACES.
       01 WS-TARGET-ADDRESS    PIC X(80) VALUE SPACES.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-CADENCE-ARG       PIC X(10) VALUE SPACES.

      * bounces: the provider's return file and the soft threshold
       01 WS-RETURNS-STATUS    PIC XX VALUE SPACES.
       01 WS-RETURNS-PATH      PIC X(256) VALUE SPACES.
       01 WS-SOFT-LIMIT-ARG    PIC X(10) VALUE SPACES.
       01 WS-SOFT-LIMIT        PIC 9(3) VALUE 3.
       01 WS-RET-LINE-NO       PIC 9(6) VALUE 0.
       01 WS-RET-LINE-DISP     PIC ZZZZZ9.
       01 WS-RET-DATE          PIC X(8) VALUE SPACES.
       01 WS-RET-ADDRESS       PIC X(80) VALUE SPACES.
       01 WS-RET-TYPE          PIC X(20) VALUE SPACES.
       01 WS-RET-DETAIL        PIC X(200) VALUE SPACES.
       01 WS-RET-COUNT-DISP    PIC ZZ9.
       01 WS-BOUNCE-COUNTS.
           05 WS-BC-SUPPRESSED PIC 9(6) VALUE 0.
           05 WS-BC-SOFT       PIC 9(6) VALUE 0.
           05 WS-BC-UNKNOWN    PIC 9(6) VALUE 0.
           05 WS-BC-ALREADY    PIC 9(6) VALUE 0.
           05 WS-BC-REJECTED   PIC 9(6) VALUE 0.

      * suppressions: counts by reason and by week commencing
       01 WS-SUP-HARD          PIC 9(6) VALUE 0.
       01 WS-SUP-COMPLAINT     PIC 9(6) VALUE 0.
       01 WS-SUP-SOFT          PIC 9(6) VALUE 0.
       01 WS-SUP-TOTAL         PIC 9(6) VALUE 0.
       01 WS-SUP-DATE-NUM      PIC 9(8) VALUE 0.
       01 WS-SUP-DATE-INT      PIC 9(8) VALUE 0.
       01 WS-SUP-WEEK          PIC 9(8) VALUE 0.
       01 WS-WEEK-COUNT        PIC 9(4) VALUE 0.
       01 WS-WEEK-MAX          PIC 9(4) VALUE 1000.
       01 WS-WEEK-I            PIC 9(4) VALUE 0.
       01 WS-WEEK-J            PIC 9(4) VALUE 0.
       01 WS-WEEK-FULL-WARNED  PIC 9  VALUE 0.
       01 WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 1000 TIMES.
               10 WS-WK-START      PIC 9(8).
               10 WS-WK-HARD       PIC 9(6).
               10 WS-WK-COMPLAINT  PIC 9(6).
               10 WS-WK-SOFT       PIC 9(6).
       01 WS-WEEK-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WL-START         PIC X(10).
           05 WL-HARD          PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WL-COMPLAINT     PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WL-SOFT          PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WL-TOTAL         PIC ZZZZZ9.
       01 WS-COUNT-DISP        PIC ZZZZZ9.

      * --tags= taken apart into the four followed-tag slots
       01 WS-TAGS-ARG          PIC X(130) VALUE SPACES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           IF WS-CADENCE-ARG NOT = SPACES
               AND WS-CADENCE-ARG NOT = "DAILY"
               AND WS-CADENCE-ARG NOT = "WEEKLY"
               AND WS-CADENCE-ARG NOT = "MONTHLY"
               DISPLAY "COBLOG-SUBSCRIBERS: --cadence= takes daily, "
                   "weekly or monthly"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE FUNCTION TRIM(WS-OPERATION)
               WHEN "load"
                   PERFORM OP-LOAD
               WHEN "remove"
                   PERFORM REQUIRE-ADDRESS
                   PERFORM OP-REMOVE
               WHEN "cadence"
                   PERFORM REQUIRE-ADDRESS
                   PERFORM OP-CADENCE
               WHEN "inquire"
                   PERFORM REQUIRE-ADDRESS
                   PERFORM OP-INQUIRE
               WHEN "export"
                   PERFORM OP-EXPORT
               WHEN "bounces"
                   PERFORM OP-BOUNCES
               WHEN "suppressions"
                   PERFORM OP-SUPPRESSIONS
               WHEN OTHER
                   DISPLAY "COBLOG-SUBSCRIBERS: unknown --op='"
                       FUNCTION TRIM(WS-OPERATION)
                       "' (load/add/remove/cadence/inquire/"
                       "export/bounces/suppressions)"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
           END-EVALUATE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:10) = "--address="
                   MOVE FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)(11:))
                       TO WS-TARGET-ADDRESS
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:10) = "--returns="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(11:)
                       TO WS-RETURNS-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:13) = "--soft-limit="
                   MOVE FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)(14:))
                       TO WS-SOFT-LIMIT-ARG
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:10) = "--cadence="
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)(11:)))
                       TO WS-CADENCE-ARG
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:7) = "--tags="
                       MOVE FUNCTION TRIM(
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       REQUIRE-ADDRESS.
               FUNCTION TRIM(WS-OPERATION)
               " records-in=" FUNCTION TRIM(WS-RECORDS-IN-DISP)
               " records-out=" FUNCTION TRIM(WS-RECORDS-OUT-DISP)
               UPON SYSERR
           IF FUNCTION TRIM(WS-OPERATION) = "bounces"
               MOVE WS-BC-SUPPRESSED TO WS-RECORDS-IN-DISP
               DISPLAY "COBLOG-SUBSCRIBERS: suppressed="
                   FUNCTION TRIM(WS-RECORDS-IN-DISP)
                   WITH NO ADVANCING UPON SYSERR
               MOVE WS-BC-SOFT TO WS-RECORDS-IN-DISP
               DISPLAY " soft-counted="
                   FUNCTION TRIM(WS-RECORDS-IN-DISP)
                   WITH NO ADVANCING UPON SYSERR
               MOVE WS-BC-ALREADY TO WS-RECORDS-IN-DISP
               DISPLAY " already-suppressed="
                   FUNCTION TRIM(WS-RECORDS-IN-DISP)
                   WITH NO ADVANCING UPON SYSERR
               MOVE WS-BC-UNKNOWN TO WS-RECORDS-IN-DISP
               DISPLAY " unknown="
                   FUNCTION TRIM(WS-RECORDS-IN-DISP)
                   WITH NO ADVANCING UPON SYSERR
               MOVE WS-BC-REJECTED TO WS-RECORDS-IN-DISP
               DISPLAY " rejected="
                   FUNCTION TRIM(WS-RECORDS-IN-DISP)
                   UPON SYSERR
           END-IF.

       REPORT-SUBS-OPEN-ERROR.
           DISPLAY "COBLOG-SUBSCRIBERS: cannot open master "
               INVALID KEY
                   PERFORM INSERT-NEW-SUBSCRIBER
               NOT INVALID KEY
                   IF SUB-SUPPRESS-DATE NOT = SPACES
                       DISPLAY "COBLOG-SUBSCRIBERS: '"
                           FUNCTION TRIM(WS-TARGET-ADDRESS)
                           "' suppressed on " SUB-SUPPRESS-DATE " ("
                           FUNCTION TRIM(SUB-SUPPRESS-REASON)
                           ") - it cannot go back on the list"
                           UPON SYSERR
                   ELSE
                   IF FUNCTION TRIM(SUB-UNSUB-DATE) = SPACES
                       DISPLAY "COBLOG-SUBSCRIBERS: '"
                           FUNCTION TRIM(WS-TARGET-ADDRESS)
                           " - an address that opted out stays out"
                           UPON SYSERR
                   END-IF
                   END-IF
                   MOVE 1 TO WS-OP-FAILED
           END-READ
           CLOSE SUBS-FILE.
               MOVE FUNCTION TRIM(WS-TAG-PART(3)) TO SUB-TAG-3
               MOVE FUNCTION TRIM(WS-TAG-PART(4)) TO SUB-TAG-4
           END-IF
           MOVE 0 TO SUB-SOFT-BOUNCES
           IF WS-CADENCE-ARG = SPACES
               MOVE "WEEKLY" TO SUB-CADENCE
           ELSE
               MOVE WS-CADENCE-ARG TO SUB-CADENCE
           END-IF
           WRITE SUBSCRIBER-RECORD
               INVALID KEY
                   DISPLAY "COBLOG-SUBSCRIBERS: write failed for '"
           END-READ
           CLOSE SUBS-FILE.

      * ------------------------------------------------------------
      * cadence: how often an active subscriber gets the digest.
      * ------------------------------------------------------------
       OP-CADENCE.
           IF WS-CADENCE-ARG = SPACES
               DISPLAY "COBLOG-SUBSCRIBERS: --op=cadence requires "
                   "--cadence=daily|weekly|monthly"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SUBS-FILE
           IF WS-SUBS-STATUS NOT = "00"
               PERFORM REPORT-SUBS-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-ADDRESS TO SUB-ADDRESS
           READ SUBS-FILE
               INVALID KEY
                   DISPLAY "COBLOG-SUBSCRIBERS: '"
                       FUNCTION TRIM(WS-TARGET-ADDRESS)
                       "' is not in the master"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
               NOT INVALID KEY
                   IF FUNCTION TRIM(SUB-UNSUB-DATE) NOT = SPACES
                       OR SUB-SUPPRESS-DATE NOT = SPACES
                       DISPLAY "COBLOG-SUBSCRIBERS: '"
                           FUNCTION TRIM(WS-TARGET-ADDRESS)
                           "' is no longer on the list"
                           UPON SYSERR
                       MOVE 1 TO WS-OP-FAILED
                   ELSE
                       MOVE WS-CADENCE-ARG TO SUB-CADENCE
                       REWRITE SUBSCRIBER-RECORD
                           INVALID KEY
                               DISPLAY "COBLOG-SUBSCRIBERS: "
                                   "rewrite failed (status "
                                   WS-SUBS-STATUS ")"
                                   UPON SYSERR
                               MOVE 1 TO WS-OP-FAILED
                           NOT INVALID KEY
                               ADD 1 TO WS-RECORDS-OUT
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE SUBS-FILE.

       OP-INQUIRE.
           OPEN INPUT SUBS-FILE
           IF WS-SUBS-STATUS NOT = "00"
           END-PERFORM
           CLOSE OUTPUT-FILE
           CLOSE SUBS-FILE.

      * ------------------------------------------------------------
      * bounces: apply the provider's return file to the master.
      * The file is read whole; every event is applied with its own
      * READ/REWRITE, so a bad line costs only itself.
      * ------------------------------------------------------------
       OP-BOUNCES.
           IF WS-RETURNS-PATH = SPACES
               DISPLAY "COBLOG-SUBSCRIBERS: --op=bounces requires "
                   "--returns=<path>"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-SOFT-LIMIT-ARG NOT = SPACES
               IF FUNCTION TRIM(WS-SOFT-LIMIT-ARG) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(WS-SOFT-LIMIT-ARG) < 1
                   OR FUNCTION NUMVAL(WS-SOFT-LIMIT-ARG) > 999
                   DISPLAY "COBLOG-SUBSCRIBERS: --soft-limit= must "
                       "be a number from 1 to 999"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-SOFT-LIMIT-ARG)
                   TO WS-SOFT-LIMIT
           END-IF

           OPEN INPUT RETURNS-FILE
           IF WS-RETURNS-STATUS NOT = "00"
               DISPLAY "COBLOG-SUBSCRIBERS: cannot open return file "
                   FUNCTION TRIM(WS-RETURNS-PATH)
                   " (status " WS-RETURNS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SUBS-FILE
           IF WS-SUBS-STATUS NOT = "00"
               PERFORM REPORT-SUBS-OPEN-ERROR
               CLOSE RETURNS-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 0
               READ RETURNS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-RET-LINE-NO
               IF RETURNS-RECORD NOT = SPACES
                   AND RETURNS-RECORD(1:1) NOT = "#"
                   ADD 1 TO WS-RECORDS-IN
                   PERFORM APPLY-ONE-RETURN
               END-IF
           END-PERFORM

           CLOSE SUBS-FILE
           CLOSE RETURNS-FILE.

       APPLY-ONE-RETURN.
           MOVE SPACES TO WS-RET-DATE WS-RET-ADDRESS WS-RET-TYPE
                          WS-RET-DETAIL
           UNSTRING RETURNS-RECORD DELIMITED BY "|"
               INTO WS-RET-DATE WS-RET-ADDRESS WS-RET-TYPE
                    WS-RET-DETAIL
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RET-ADDRESS) TO WS-RET-ADDRESS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RET-TYPE))
               TO WS-RET-TYPE
           MOVE WS-RET-LINE-NO TO WS-RET-LINE-DISP

           IF WS-RET-DATE IS NOT NUMERIC
               OR WS-RET-DATE(5:2) < "01" OR WS-RET-DATE(5:2) > "12"
               OR WS-RET-DATE(7:2) < "01" OR WS-RET-DATE(7:2) > "31"
               DISPLAY "COBLOG-SUBSCRIBERS: return line "
                   FUNCTION TRIM(WS-RET-LINE-DISP)
                   ": date '" FUNCTION TRIM(WS-RET-DATE)
                   "' is not YYYYMMDD"
                   UPON SYSERR
               ADD 1 TO WS-BC-REJECTED
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-RET-ADDRESS = SPACES
               DISPLAY "COBLOG-SUBSCRIBERS: return line "
                   FUNCTION TRIM(WS-RET-LINE-DISP)
                   ": no address"
                   UPON SYSERR
               ADD 1 TO WS-BC-REJECTED
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-RET-TYPE NOT = "HARD" AND NOT = "SOFT"
               AND NOT = "COMPLAINT"
               DISPLAY "COBLOG-SUBSCRIBERS: return line "
                   FUNCTION TRIM(WS-RET-LINE-DISP)
                   ": unknown event type '"
                   FUNCTION TRIM(WS-RET-TYPE)
                   "' (HARD/SOFT/COMPLAINT)"
                   UPON SYSERR
               ADD 1 TO WS-BC-REJECTED
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RET-ADDRESS TO SUB-ADDRESS
           READ SUBS-FILE
               INVALID KEY
                   DISPLAY "COBLOG-SUBSCRIBERS: return line "
                       FUNCTION TRIM(WS-RET-LINE-DISP)
                       ": '" FUNCTION TRIM(WS-RET-ADDRESS)
                       "' is not in the master - skipped"
                       UPON SYSERR
                   ADD 1 TO WS-BC-UNKNOWN
                   EXIT PARAGRAPH
           END-READ

           IF SUB-SUPPRESS-DATE NOT = SPACES
               ADD 1 TO WS-BC-ALREADY
               EXIT PARAGRAPH
           END-IF
           IF SUB-SOFT-BOUNCES IS NOT NUMERIC
               MOVE 0 TO SUB-SOFT-BOUNCES
           END-IF

           EVALUATE WS-RET-TYPE
               WHEN "SOFT"
                   IF SUB-SOFT-BOUNCES < 999
                       ADD 1 TO SUB-SOFT-BOUNCES
                   END-IF
                   IF SUB-LAST-BOUNCE-DATE = SPACES
                       OR WS-RET-DATE > SUB-LAST-BOUNCE-DATE
                       MOVE WS-RET-DATE TO SUB-LAST-BOUNCE-DATE
                   END-IF
                   IF SUB-SOFT-BOUNCES >= WS-SOFT-LIMIT
                       MOVE WS-RET-DATE TO SUB-SUPPRESS-DATE
                       MOVE "SOFT" TO SUB-SUPPRESS-REASON
                   ELSE
                       ADD 1 TO WS-BC-SOFT
                   END-IF
               WHEN OTHER
                   IF WS-RET-TYPE = "HARD"
                       MOVE WS-RET-DATE TO SUB-LAST-BOUNCE-DATE
                   END-IF
                   MOVE WS-RET-DATE TO SUB-SUPPRESS-DATE
                   MOVE WS-RET-TYPE TO SUB-SUPPRESS-REASON
           END-EVALUATE

           REWRITE SUBSCRIBER-RECORD
               INVALID KEY
                   DISPLAY "COBLOG-SUBSCRIBERS: rewrite failed for '"
                       FUNCTION TRIM(WS-RET-ADDRESS)
                       "' (status " WS-SUBS-STATUS ")"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-RECORDS-OUT

           IF SUB-SUPPRESS-DATE NOT = SPACES
               ADD 1 TO WS-BC-SUPPRESSED
               MOVE SUB-SOFT-BOUNCES TO WS-RET-COUNT-DISP
               IF WS-RET-TYPE = "SOFT"
                   DISPLAY "COBLOG-SUBSCRIBERS: suppressed '"
                       FUNCTION TRIM(WS-RET-ADDRESS)
                       "' (SOFT, "
                       FUNCTION TRIM(WS-RET-COUNT-DISP)
                       " bounces)"
                       UPON SYSERR
               ELSE
                   DISPLAY "COBLOG-SUBSCRIBERS: suppressed '"
                       FUNCTION TRIM(WS-RET-ADDRESS)
                       "' (" FUNCTION TRIM(WS-RET-TYPE) ")"
                       UPON SYSERR
               END-IF
           END-IF.

      * ------------------------------------------------------------
      * suppressions: who the provider has taken off the list, by
      * reason and by the week (Monday to Sunday) it happened.
      * INTEGER-OF-DATE day 1 is Monday 1601-01-01, so a date's
      * Monday is its day number less MOD(day - 1, 7).
      * ------------------------------------------------------------
       OP-SUPPRESSIONS.
           OPEN INPUT SUBS-FILE
           IF WS-SUBS-STATUS NOT = "00"
               PERFORM REPORT-SUBS-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SUBS-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-RECORDS-IN
               IF SUB-SUPPRESS-DATE NOT = SPACES
                   PERFORM COUNT-ONE-SUPPRESSION
               END-IF
           END-PERFORM
           CLOSE SUBS-FILE
           PERFORM WRITE-SUPPRESSION-REPORT.

       COUNT-ONE-SUPPRESSION.
           ADD 1 TO WS-SUP-TOTAL
           EVALUATE FUNCTION TRIM(SUB-SUPPRESS-REASON)
               WHEN "HARD"
                   ADD 1 TO WS-SUP-HARD
               WHEN "COMPLAINT"
                   ADD 1 TO WS-SUP-COMPLAINT
               WHEN OTHER
                   ADD 1 TO WS-SUP-SOFT
           END-EVALUATE

           IF SUB-SUPPRESS-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SUB-SUPPRESS-DATE TO WS-SUP-DATE-NUM
           COMPUTE WS-SUP-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SUP-DATE-NUM)
           COMPUTE WS-SUP-DATE-INT = WS-SUP-DATE-INT
               - FUNCTION MOD(WS-SUP-DATE-INT - 1, 7)
           COMPUTE WS-SUP-WEEK =
               FUNCTION DATE-OF-INTEGER(WS-SUP-DATE-INT)

      * The week table is kept in date order as it is built
           MOVE 0 TO WS-WEEK-J
           PERFORM VARYING WS-WEEK-I FROM 1 BY 1
               UNTIL WS-WEEK-I > WS-WEEK-COUNT
               IF WS-WK-START(WS-WEEK-I) >= WS-SUP-WEEK
                   MOVE WS-WEEK-I TO WS-WEEK-J
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WEEK-J = 0
               OR WS-WK-START(WS-WEEK-J) NOT = WS-SUP-WEEK
               IF WS-WEEK-COUNT >= WS-WEEK-MAX
                   IF WS-WEEK-FULL-WARNED = 0
                       DISPLAY "COBLOG-SUBSCRIBERS: WARNING - week "
                           "table full, later weeks not broken out"
                           UPON SYSERR
                       MOVE 1 TO WS-WEEK-FULL-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF WS-WEEK-J = 0
                   COMPUTE WS-WEEK-J = WS-WEEK-COUNT + 1
               ELSE
                   PERFORM VARYING WS-WEEK-I FROM WS-WEEK-COUNT
                       BY -1 UNTIL WS-WEEK-I < WS-WEEK-J
                       MOVE WS-WEEK-ENTRY(WS-WEEK-I)
                           TO WS-WEEK-ENTRY(WS-WEEK-I + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-WEEK-COUNT
               MOVE WS-SUP-WEEK TO WS-WK-START(WS-WEEK-J)
               MOVE 0 TO WS-WK-HARD(WS-WEEK-J)
                         WS-WK-COMPLAINT(WS-WEEK-J)
                         WS-WK-SOFT(WS-WEEK-J)
           END-IF
           EVALUATE FUNCTION TRIM(SUB-SUPPRESS-REASON)
               WHEN "HARD"
                   ADD 1 TO WS-WK-HARD(WS-WEEK-J)
               WHEN "COMPLAINT"
                   ADD 1 TO WS-WK-COMPLAINT(WS-WEEK-J)
               WHEN OTHER
                   ADD 1 TO WS-WK-SOFT(WS-WEEK-J)
           END-EVALUATE.

       WRITE-SUPPRESSION-REPORT.
           DISPLAY "COBLOG suppression report"
           DISPLAY "========================="
           DISPLAY " "
           DISPLAY "By reason:"
           IF WS-SUP-TOTAL = 0
               DISPLAY "  (none)"
           ELSE
               MOVE WS-SUP-HARD TO WS-COUNT-DISP
               DISPLAY "  Hard bounce:       " WS-COUNT-DISP
               MOVE WS-SUP-COMPLAINT TO WS-COUNT-DISP
               DISPLAY "  Complaint:         " WS-COUNT-DISP
               MOVE WS-SUP-SOFT TO WS-COUNT-DISP
               DISPLAY "  Soft bounce limit: " WS-COUNT-DISP
           END-IF
           DISPLAY " "
           DISPLAY "By week (week commencing Monday):"
           IF WS-WEEK-COUNT = 0
               DISPLAY "  (none)"
           ELSE
               DISPLAY "  Week of     Hard  Complaint    Soft"
                   "   Total"
               PERFORM VARYING WS-WEEK-I FROM 1 BY 1
                   UNTIL WS-WEEK-I > WS-WEEK-COUNT
                   STRING WS-WK-START(WS-WEEK-I)(1:4) "-"
                          WS-WK-START(WS-WEEK-I)(5:2) "-"
                          WS-WK-START(WS-WEEK-I)(7:2)
                          DELIMITED BY SIZE INTO WL-START
                   END-STRING
                   MOVE WS-WK-HARD(WS-WEEK-I) TO WL-HARD
                   MOVE WS-WK-COMPLAINT(WS-WEEK-I) TO WL-COMPLAINT
                   MOVE WS-WK-SOFT(WS-WEEK-I) TO WL-SOFT
                   COMPUTE WL-TOTAL = WS-WK-HARD(WS-WEEK-I)
                       + WS-WK-COMPLAINT(WS-WEEK-I)
                       + WS-WK-SOFT(WS-WEEK-I)
                   DISPLAY WS-WEEK-LINE
               END-PERFORM
           END-IF
           DISPLAY " "
           MOVE WS-SUP-TOTAL TO WS-COUNT-DISP
           DISPLAY "Suppressed:  " FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-RECORDS-IN TO WS-COUNT-DISP
           DISPLAY "On master:   " FUNCTION TRIM(WS-COUNT-DISP).

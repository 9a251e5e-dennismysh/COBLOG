       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-DEPLOYCHECK.
      * ============================================================
      * COBLOG Post-Deploy Transfer Verification
      * COBLOG-DEPLOY writes the upload and delete work orders and
      * saves the new inventory generation on the assumption that
      * the transfer job carries them out. This step checks that it
      * did, from either
      *   --results=<path>       the transfer job's result log, one
      *                          "op|path|status|sum|size" line per
      *                          order carried out or attempted: op
      *                          PUT or DEL, path as the work order
      *                          named it, status OK for success
      *                          (anything else is a failure), and
      *                          for a PUT optionally the cksum sum
      *                          and size of the copy now on the
      *                          server
      *   --live-listing=<path>  a cksum listing ("sum size path")
      *                          taken on the live server from the
      *                          site root, e.g.
      *                          find . -type f -exec cksum {} +
      * and reconciles it against this run's upload and delete
      * lists and the new inventory:
      *   - failed uploads: an upload order with no OK result, or
      *     (listing) an inventory file not on the live site
      *   - deletes not carried out: a delete order with no OK
      *     result, or (listing) still on the live site
      *   - checksum mismatches: the live copy's sum/size differ
      *     from the inventory's
      * Every file in trouble goes onto a retry work order in the
      * same one-path-per-line format as DEPLOY's
      * (--retry-upload=, --retry-delete=), for the transfer job to
      * run again; a clean verification removes stale ones.
      *
      * A clean verification confirms the inventory generation:
      * DEPLOY's <inventory>.unconfirmed marker is emptied and the
      * inventory copied to <inventory>.confirmed, which DEPLOY
      * diffs against for as long as a later generation stays
      * unconfirmed. Anything else leaves the marker set.
      *
      * COBLOG-FEEDPING's ping orders wait on the held file until
      * this step has seen every feed*.xml file reach the live site
      * intact; they are then added to the released work-order file
      * (--ping-out=; an endpoint already waiting there is not
      * added twice) and the held file removed. This step runs after
      * the transfer, so the released orders are fired by the ping
      * step that follows it in the nightly chain, which removes
      * the file once it has fired it - nothing else deletes it, so
      * orders released by one run and not yet fired are still
      * there when the next run's feeds change.
      *
      * To verify a retry, point --upload=/--delete= at the retry
      * work orders and --results= at the retry's log (or take a
      * fresh listing); the retry orders are rewritten with
      * whatever still failed.
      *
      * Usage: coblog-deploycheck <output-dir>
      *          --results=<path> | --live-listing=<path>
      *          [--inventory=<path>]    default <dir>/.coblog-deploy
      *          [--upload=<path>]       default coblog-upload.txt
      *          [--delete=<path>]       default coblog-delete.txt
      *          [--retry-upload=<path>] default
      *                                  coblog-retry-upload.txt
      *          [--retry-delete=<path>] default
      *                                  coblog-retry-delete.txt
      *          [--ping-held=<path>]    default coblog-ping-held.txt
      *          [--ping-out=<path>]     default coblog-ping.txt
      *
      * Paths are compared relative to the site root: the
      * <output-dir>/ prefix DEPLOY's inventory and work orders
      * carry, and a leading ./, are taken off first. The three
      * inputs meet in one path-ordered sort, so none of them has
      * to be held in a table however large the site grows.
      *
      * The report goes to stdout in the COBLOG-STATS style and the
      * audit line to stderr; the exit code is non-zero unless the
      * transfer verified clean.
      *
      * Modification history:
      *   2026-10-15  dev   Initial version.
      * ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO WS-INVENTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT UPLOAD-FILE ASSIGN TO WS-UPLOAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPLOAD-STATUS.
           SELECT DELETE-FILE ASSIGN TO WS-DELETE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELETE-STATUS.
           SELECT EVIDENCE-FILE ASSIGN TO WS-EVIDENCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVIDENCE-STATUS.
           SELECT RETRY-UPLOAD-FILE ASSIGN TO WS-RETRY-UPLOAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-UPLOAD-STATUS.
           SELECT RETRY-DELETE-FILE ASSIGN TO WS-RETRY-DELETE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-DELETE-STATUS.
           SELECT MARK-FILE ASSIGN TO WS-MARK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.
           SELECT CONFIRMED-FILE ASSIGN TO WS-CONFIRMED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRMED-STATUS.
           SELECT OPTIONAL PING-HELD-FILE ASSIGN TO WS-PING-HELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PING-HELD-STATUS.
           SELECT OPTIONAL PING-OUT-FILE ASSIGN TO WS-PING-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PING-OUT-STATUS.
           SELECT VERIFY-SORT-FILE ASSIGN TO "SORT-DEPLOYCHECK".

       DATA DIVISION.
       FILE SECTION.

       FD INVENTORY-FILE.
       01 INVENTORY-LINE       PIC X(400).

       FD UPLOAD-FILE.
       01 UPLOAD-LINE          PIC X(300).

       FD DELETE-FILE.
       01 DELETE-LINE          PIC X(300).

       FD EVIDENCE-FILE.
       01 EVIDENCE-LINE        PIC X(400).

       FD RETRY-UPLOAD-FILE.
       01 RETRY-UPLOAD-LINE    PIC X(300).

       FD RETRY-DELETE-FILE.
       01 RETRY-DELETE-LINE    PIC X(300).

       FD MARK-FILE.
       01 MARK-LINE            PIC X(80).

       FD CONFIRMED-FILE.
       01 CONFIRMED-LINE       PIC X(400).

       FD PING-HELD-FILE.
       01 PING-HELD-LINE       PIC X(200).

       FD PING-OUT-FILE.
       01 PING-OUT-LINE        PIC X(200).

       SD VERIFY-SORT-FILE.
      * The inventory, both work orders and the evidence meet in
      * one path-ordered stream; the kind says where each record
      * came from:
      *   D delete order   I inventory    L live listing
      *   P PUT result     R DEL result   U upload order
       01 VERIFY-SORT-RECORD.
           05 VS-PATH          PIC X(300).
           05 VS-KIND          PIC X.
           05 VS-FULL-PATH     PIC X(300).
           05 VS-KEY           PIC X(24).
           05 VS-STATUS        PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-INVENTORY-STATUS  PIC XX VALUE SPACES.
       01 WS-UPLOAD-STATUS     PIC XX VALUE SPACES.
       01 WS-DELETE-STATUS     PIC XX VALUE SPACES.
       01 WS-EVIDENCE-STATUS   PIC XX VALUE SPACES.
       01 WS-RETRY-UPLOAD-STATUS PIC XX VALUE SPACES.
       01 WS-RETRY-DELETE-STATUS PIC XX VALUE SPACES.
       01 WS-MARK-STATUS       PIC XX VALUE SPACES.
       01 WS-CONFIRMED-STATUS  PIC XX VALUE SPACES.
       01 WS-PING-HELD-STATUS  PIC XX VALUE SPACES.
       01 WS-PING-OUT-STATUS   PIC XX VALUE SPACES.

       01 WS-OUTPUT-DIR        PIC X(256) VALUE ".".
       01 WS-GOT-OUTPUT-DIR    PIC 9  VALUE 0.
       01 WS-INVENTORY-PATH    PIC X(300) VALUE SPACES.
       01 WS-GOT-INVENTORY     PIC 9  VALUE 0.
       01 WS-UPLOAD-PATH       PIC X(300)
           VALUE "coblog-upload.txt".
       01 WS-DELETE-PATH       PIC X(300)
           VALUE "coblog-delete.txt".
       01 WS-EVIDENCE-PATH     PIC X(300) VALUE SPACES.
       01 WS-RETRY-UPLOAD-PATH PIC X(300)
           VALUE "coblog-retry-upload.txt".
       01 WS-RETRY-DELETE-PATH PIC X(300)
           VALUE "coblog-retry-delete.txt".
       01 WS-MARK-PATH         PIC X(320) VALUE SPACES.
       01 WS-CONFIRMED-PATH    PIC X(320) VALUE SPACES.
       01 WS-PING-HELD-PATH    PIC X(256)
           VALUE "coblog-ping-held.txt".
       01 WS-PING-OUT-PATH     PIC X(256)
           VALUE "coblog-ping.txt".
       01 WS-SYS-CMD           PIC X(900) VALUE SPACES.

      * Evidence mode: R = transfer result log, L = live listing
       01 WS-MODE              PIC X  VALUE SPACE.
       01 WS-MODE-COUNT        PIC 9  VALUE 0.
       01 WS-INPUT-FAILED      PIC 9  VALUE 0.

      * Relative paths: <output-dir>/ and ./ come off the front
       01 WS-DIR-PREFIX        PIC X(260) VALUE SPACES.
       01 WS-DIR-PREFIX-LEN    PIC 999 VALUE 0.
       01 WS-REL-IN            PIC X(300) VALUE SPACES.
       01 WS-REL-OUT           PIC X(300) VALUE SPACES.

      * "sum size path" lines split apart, as COBLOG-DEPLOY does
       01 WS-SPLIT-SUM         PIC X(12) VALUE SPACES.
       01 WS-SPLIT-SIZE        PIC X(12) VALUE SPACES.
       01 WS-SPLIT-PTR         PIC 9(4) VALUE 1.
       01 WS-SPLIT-LINE        PIC X(400) VALUE SPACES.
       01 WS-SPLIT-PATH        PIC X(300) VALUE SPACES.

      * One result-log line taken apart
       01 WS-RS-OP             PIC X(8) VALUE SPACES.
       01 WS-RS-PATH           PIC X(300) VALUE SPACES.
       01 WS-RS-STATUS         PIC X(12) VALUE SPACES.
       01 WS-RS-SUM            PIC X(12) VALUE SPACES.
       01 WS-RS-SIZE           PIC X(12) VALUE SPACES.

      * Control break on path: what each source said about it
       01 WS-CUR-PATH          PIC X(300) VALUE SPACES.
       01 WS-IN-INV            PIC 9  VALUE 0.
       01 WS-INV-KEY           PIC X(24) VALUE SPACES.
       01 WS-INV-FULL          PIC X(300) VALUE SPACES.
       01 WS-IN-LIVE           PIC 9  VALUE 0.
       01 WS-LIVE-KEY          PIC X(24) VALUE SPACES.
       01 WS-IN-UPLOAD         PIC 9  VALUE 0.
       01 WS-UP-FULL           PIC X(300) VALUE SPACES.
       01 WS-IN-DELETE         PIC 9  VALUE 0.
       01 WS-DEL-FULL          PIC X(300) VALUE SPACES.
       01 WS-PUT-SEEN          PIC 9  VALUE 0.
       01 WS-PUT-OK            PIC 9  VALUE 0.
       01 WS-PUT-KEY           PIC X(24) VALUE SPACES.
       01 WS-PUT-STATUS        PIC X(12) VALUE SPACES.
       01 WS-DEL-SEEN          PIC 9  VALUE 0.
       01 WS-DEL-OK            PIC 9  VALUE 0.
       01 WS-DEL-STATUS        PIC X(12) VALUE SPACES.

      * Problems found, for the report. The retry work orders get
      * every one; the report lists the first 2000.
       01 WS-PROBLEM-TABLE.
           05 WS-PROBLEM-ENTRY OCCURS 2000 TIMES.
               10 WS-PB-KIND       PIC X.
               10 WS-PB-PATH       PIC X(300).
               10 WS-PB-REASON     PIC X(60).
       01 WS-PROBLEM-COUNT     PIC 9(4) VALUE 0.
       01 WS-PB-I              PIC 9(4) VALUE 0.
       01 WS-PB-NEW-KIND       PIC X  VALUE SPACE.
       01 WS-PB-NEW-REASON     PIC X(60) VALUE SPACES.
       01 WS-PB-RETRY-PATH     PIC X(300) VALUE SPACES.
       01 WS-PB-UNLISTED       PIC 9(6) VALUE 0.
       01 WS-SECTION-KIND      PIC X  VALUE SPACE.
       01 WS-SECTION-ROWS      PIC 9(6) VALUE 0.

      * Feeds: a top-level feed*.xml in trouble holds the pings
       01 WS-FEED-PROBLEM      PIC 9  VALUE 0.
       01 WS-SLASHES           PIC 9(4) VALUE 0.
       01 WS-REL-LEN           PIC 999 VALUE 0.
       01 WS-PING-WORD         PIC X(8) VALUE "none".

      * Endpoints already waiting in the released file, so a batch
      * released on top of an unfired one pings each hub once
       01 WS-PING-TABLE.
           05 WS-PING-ENDPOINT OCCURS 200 TIMES PIC X(200).
       01 WS-PING-COUNT        PIC 999 VALUE 0.
       01 WS-PING-I            PIC 999 VALUE 0.
       01 WS-PING-FOUND        PIC 9  VALUE 0.
       01 WS-PING-FAILED       PIC 9  VALUE 0.

      * Audit counters and report edit fields
       01 WS-INV-FILES         PIC 9(6) VALUE 0.
       01 WS-UPLOAD-ORDERS     PIC 9(6) VALUE 0.
       01 WS-DELETE-ORDERS     PIC 9(6) VALUE 0.
       01 WS-EVIDENCE-LINES    PIC 9(6) VALUE 0.
       01 WS-EVIDENCE-REJECTED PIC 9(6) VALUE 0.
       01 WS-FAILED-UPLOADS    PIC 9(6) VALUE 0.
       01 WS-DELETES-UNDONE    PIC 9(6) VALUE 0.
       01 WS-MISMATCHES        PIC 9(6) VALUE 0.
       01 WS-LIVE-EXTRA        PIC 9(6) VALUE 0.
       01 WS-ORDERS-ASTRAY     PIC 9(6) VALUE 0.
       01 WS-RESULTS-UNMATCHED PIC 9(6) VALUE 0.
       01 WS-PROBLEMS          PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZZZZ9.
       01 WS-RESULT-WORD       PIC X(9) VALUE SPACES.

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

           IF WS-MODE-COUNT NOT = 1
               DISPLAY "COBLOG-DEPLOYCHECK: exactly one of "
                   "--results=<path> or --live-listing=<path> is "
                   "required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-GOT-INVENTORY = 0
               MOVE SPACES TO WS-INVENTORY-PATH
               STRING FUNCTION TRIM(WS-OUTPUT-DIR)
                   "/.coblog-deploy"
                   DELIMITED SIZE INTO WS-INVENTORY-PATH
           END-IF
           MOVE SPACES TO WS-MARK-PATH
           STRING FUNCTION TRIM(WS-INVENTORY-PATH) ".unconfirmed"
               DELIMITED SIZE INTO WS-MARK-PATH
           MOVE SPACES TO WS-CONFIRMED-PATH
           STRING FUNCTION TRIM(WS-INVENTORY-PATH) ".confirmed"
               DELIMITED SIZE INTO WS-CONFIRMED-PATH
           MOVE SPACES TO WS-DIR-PREFIX
           STRING FUNCTION TRIM(WS-OUTPUT-DIR) "/"
               DELIMITED SIZE INTO WS-DIR-PREFIX
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-PREFIX))
               TO WS-DIR-PREFIX-LEN

           PERFORM CHECK-INPUTS-PRESENT

           SORT VERIFY-SORT-FILE
               ON ASCENDING KEY VS-PATH VS-KIND
               INPUT PROCEDURE IS RELEASE-VERIFY-RECORDS
               OUTPUT PROCEDURE IS JUDGE-VERIFY-RECORDS

           COMPUTE WS-PROBLEMS = WS-FAILED-UPLOADS
               + WS-DELETES-UNDONE + WS-MISMATCHES
           IF WS-PROBLEMS = 0
               MOVE "clean" TO WS-RESULT-WORD
               PERFORM CONFIRM-INVENTORY
               PERFORM REMOVE-RETRY-ORDERS
           ELSE
               MOVE "not-clean" TO WS-RESULT-WORD
               PERFORM LEAVE-INVENTORY-UNCONFIRMED
           END-IF
           PERFORM RELEASE-PING-ORDERS

           PERFORM WRITE-REPORT
           PERFORM WRITE-AUDIT-LOG

           IF WS-PROBLEMS = 0 AND WS-PING-FAILED = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
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
               IF WS-ARG-ENTRY(WS-ARG-I)(1:10) = "--results="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(11:)
                       TO WS-EVIDENCE-PATH
                   MOVE "R" TO WS-MODE
                   ADD 1 TO WS-MODE-COUNT
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:15) = "--live-listing="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(16:)
                       TO WS-EVIDENCE-PATH
                   MOVE "L" TO WS-MODE
                   ADD 1 TO WS-MODE-COUNT
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--inventory="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(13:)
                       TO WS-INVENTORY-PATH
                   MOVE 1 TO WS-GOT-INVENTORY
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--upload="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-UPLOAD-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--delete="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-DELETE-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:15) = "--retry-upload="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(16:)
                       TO WS-RETRY-UPLOAD-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:15) = "--retry-delete="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(16:)
                       TO WS-RETRY-DELETE-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:12) = "--ping-held="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(13:)
                       TO WS-PING-HELD-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--ping-out="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(12:)
                       TO WS-PING-OUT-PATH
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:2) NOT = "--"
                       AND WS-GOT-OUTPUT-DIR = 0
                       MOVE WS-ARG-ENTRY(WS-ARG-I)
                           TO WS-OUTPUT-DIR
                       MOVE 1 TO WS-GOT-OUTPUT-DIR
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       CHECK-INPUTS-PRESENT.
      * Every input must be there before anything is judged - a
      * missing file would read as "nothing was transferred" and
      * put the whole site on the retry orders. Nothing is changed
      * when one is missing.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "COBLOG-DEPLOYCHECK: cannot open inventory "
                   FUNCTION TRIM(WS-INVENTORY-PATH)
                   " (status " WS-INVENTORY-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-INPUT-FAILED
           ELSE
               CLOSE INVENTORY-FILE
           END-IF
           OPEN INPUT UPLOAD-FILE
           IF WS-UPLOAD-STATUS NOT = "00"
               DISPLAY "COBLOG-DEPLOYCHECK: cannot open upload list "
                   FUNCTION TRIM(WS-UPLOAD-PATH)
                   " (status " WS-UPLOAD-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-INPUT-FAILED
           ELSE
               CLOSE UPLOAD-FILE
           END-IF
           OPEN INPUT DELETE-FILE
           IF WS-DELETE-STATUS NOT = "00"
               DISPLAY "COBLOG-DEPLOYCHECK: cannot open delete list "
                   FUNCTION TRIM(WS-DELETE-PATH)
                   " (status " WS-DELETE-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-INPUT-FAILED
           ELSE
               CLOSE DELETE-FILE
           END-IF
           OPEN INPUT EVIDENCE-FILE
           IF WS-EVIDENCE-STATUS NOT = "00"
               DISPLAY "COBLOG-DEPLOYCHECK: cannot open "
                   FUNCTION TRIM(WS-EVIDENCE-PATH)
                   " (status " WS-EVIDENCE-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-INPUT-FAILED
           ELSE
               CLOSE EVIDENCE-FILE
           END-IF
           IF WS-INPUT-FAILED = 1
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ------------------------------------------------------------
      * Sort input: inventory, work orders, evidence
      * ------------------------------------------------------------
       RELEASE-VERIFY-RECORDS.
           OPEN INPUT INVENTORY-FILE
           PERFORM UNTIL 1 = 0
               READ INVENTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF INVENTORY-LINE NOT = SPACES
                   ADD 1 TO WS-INV-FILES
                   MOVE INVENTORY-LINE TO WS-SPLIT-LINE
                   PERFORM SPLIT-CKSUM-LINE
                   MOVE "I" TO VS-KIND
                   PERFORM RELEASE-CKSUM-RECORD
               END-IF
           END-PERFORM
           CLOSE INVENTORY-FILE

           OPEN INPUT UPLOAD-FILE
           PERFORM UNTIL 1 = 0
               READ UPLOAD-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF UPLOAD-LINE NOT = SPACES
                   ADD 1 TO WS-UPLOAD-ORDERS
                   MOVE UPLOAD-LINE TO WS-SPLIT-PATH
                   MOVE "U" TO VS-KIND
                   PERFORM RELEASE-ORDER-RECORD
               END-IF
           END-PERFORM
           CLOSE UPLOAD-FILE

           OPEN INPUT DELETE-FILE
           PERFORM UNTIL 1 = 0
               READ DELETE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF DELETE-LINE NOT = SPACES
                   ADD 1 TO WS-DELETE-ORDERS
                   MOVE DELETE-LINE TO WS-SPLIT-PATH
                   MOVE "D" TO VS-KIND
                   PERFORM RELEASE-ORDER-RECORD
               END-IF
           END-PERFORM
           CLOSE DELETE-FILE

           OPEN INPUT EVIDENCE-FILE
           PERFORM UNTIL 1 = 0
               READ EVIDENCE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF EVIDENCE-LINE NOT = SPACES
                   AND EVIDENCE-LINE(1:1) NOT = "#"
                   ADD 1 TO WS-EVIDENCE-LINES
                   IF WS-MODE = "L"
                       MOVE EVIDENCE-LINE TO WS-SPLIT-LINE
                       PERFORM SPLIT-CKSUM-LINE
                       MOVE "L" TO VS-KIND
                       PERFORM RELEASE-CKSUM-RECORD
                   ELSE
                       PERFORM RELEASE-RESULT-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EVIDENCE-FILE.

       RELEASE-CKSUM-RECORD.
      * A split cksum line (inventory or live listing), kind
      * already in VS-KIND
           IF WS-SPLIT-PATH = SPACES
               ADD 1 TO WS-EVIDENCE-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SPLIT-PATH TO WS-REL-IN
           PERFORM MAKE-RELATIVE-PATH
           MOVE WS-REL-OUT TO VS-PATH
           MOVE WS-SPLIT-PATH TO VS-FULL-PATH
           MOVE WS-SPLIT-SUM TO VS-KEY(1:12)
           MOVE WS-SPLIT-SIZE TO VS-KEY(13:12)
           MOVE SPACES TO VS-STATUS
           RELEASE VERIFY-SORT-RECORD.

       RELEASE-ORDER-RECORD.
      * One work-order path in WS-SPLIT-PATH, kind in VS-KIND
           MOVE WS-SPLIT-PATH TO WS-REL-IN
           PERFORM MAKE-RELATIVE-PATH
           MOVE WS-REL-OUT TO VS-PATH
           MOVE WS-SPLIT-PATH TO VS-FULL-PATH
           MOVE SPACES TO VS-KEY
           MOVE SPACES TO VS-STATUS
           RELEASE VERIFY-SORT-RECORD.

       RELEASE-RESULT-RECORD.
      * "op|path|status|sum|size" - sum and size only on a PUT,
      * and only when the transfer job reports them
           MOVE SPACES TO WS-RS-OP WS-RS-PATH WS-RS-STATUS
               WS-RS-SUM WS-RS-SIZE
           UNSTRING EVIDENCE-LINE DELIMITED BY "|"
               INTO WS-RS-OP WS-RS-PATH WS-RS-STATUS
                    WS-RS-SUM WS-RS-SIZE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-RS-OP) TO WS-RS-OP
           EVALUATE TRUE
               WHEN WS-RS-PATH = SPACES
                   ADD 1 TO WS-EVIDENCE-REJECTED
                   EXIT PARAGRAPH
               WHEN FUNCTION TRIM(WS-RS-OP) = "PUT"
                   MOVE "P" TO VS-KIND
               WHEN FUNCTION TRIM(WS-RS-OP) = "DEL"
                   MOVE "R" TO VS-KIND
               WHEN OTHER
                   ADD 1 TO WS-EVIDENCE-REJECTED
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-RS-PATH TO WS-REL-IN
           PERFORM MAKE-RELATIVE-PATH
           MOVE WS-REL-OUT TO VS-PATH
           MOVE WS-RS-PATH TO VS-FULL-PATH
           MOVE SPACES TO VS-KEY
           IF WS-RS-SUM NOT = SPACES
               MOVE FUNCTION TRIM(WS-RS-SUM) TO VS-KEY(1:12)
               MOVE FUNCTION TRIM(WS-RS-SIZE) TO VS-KEY(13:12)
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RS-STATUS))
               TO VS-STATUS
           RELEASE VERIFY-SORT-RECORD.

       MAKE-RELATIVE-PATH.
      * WS-REL-IN -> WS-REL-OUT with the <output-dir>/ prefix and
      * then a leading ./ taken off
           MOVE WS-REL-IN TO WS-REL-OUT
           IF WS-DIR-PREFIX-LEN > 0
               AND WS-DIR-PREFIX-LEN < 300
               AND WS-REL-OUT(1:WS-DIR-PREFIX-LEN)
                   = WS-DIR-PREFIX(1:WS-DIR-PREFIX-LEN)
               MOVE WS-REL-IN(WS-DIR-PREFIX-LEN + 1:) TO WS-REL-OUT
           END-IF
           IF WS-REL-OUT(1:2) = "./"
               MOVE WS-REL-OUT TO WS-REL-IN
               MOVE WS-REL-IN(3:) TO WS-REL-OUT
           END-IF.

       SPLIT-CKSUM-LINE.
      * "sum size path" in WS-SPLIT-LINE -> sum/size fields plus
      * the path in WS-SPLIT-PATH (taken by pointer so a path
      * containing blanks survives; staged through its own field -
      * a source overlapping its target is undefined behaviour)
           MOVE SPACES TO WS-SPLIT-SUM
           MOVE SPACES TO WS-SPLIT-SIZE
           MOVE 1 TO WS-SPLIT-PTR
           UNSTRING WS-SPLIT-LINE DELIMITED BY ALL SPACE
               INTO WS-SPLIT-SUM WS-SPLIT-SIZE
               WITH POINTER WS-SPLIT-PTR
           END-UNSTRING
           IF WS-SPLIT-PTR <= 400
               MOVE WS-SPLIT-LINE(WS-SPLIT-PTR:)
                   TO WS-SPLIT-PATH
           ELSE
               MOVE SPACES TO WS-SPLIT-PATH
           END-IF.

      * ------------------------------------------------------------
      * Sort output: one verdict per path
      * ------------------------------------------------------------
       JUDGE-VERIFY-RECORDS.
           OPEN OUTPUT RETRY-UPLOAD-FILE
           IF WS-RETRY-UPLOAD-STATUS NOT = "00"
               DISPLAY "COBLOG-DEPLOYCHECK: cannot write retry "
                   "upload list " FUNCTION TRIM(WS-RETRY-UPLOAD-PATH)
                   " (status " WS-RETRY-UPLOAD-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RETRY-DELETE-FILE
           IF WS-RETRY-DELETE-STATUS NOT = "00"
               DISPLAY "COBLOG-DEPLOYCHECK: cannot write retry "
                   "delete list " FUNCTION TRIM(WS-RETRY-DELETE-PATH)
                   " (status " WS-RETRY-DELETE-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CUR-PATH
           PERFORM RESET-PATH-STATE
           PERFORM UNTIL 1 = 0
               RETURN VERIFY-SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF VS-PATH NOT = WS-CUR-PATH
                   IF WS-CUR-PATH NOT = SPACES
                       PERFORM JUDGE-ONE-PATH
                   END-IF
                   MOVE VS-PATH TO WS-CUR-PATH
                   PERFORM RESET-PATH-STATE
               END-IF
               PERFORM NOTE-SORT-RECORD
           END-PERFORM
           IF WS-CUR-PATH NOT = SPACES
               PERFORM JUDGE-ONE-PATH
           END-IF
           CLOSE RETRY-UPLOAD-FILE
           CLOSE RETRY-DELETE-FILE.

       RESET-PATH-STATE.
           MOVE 0 TO WS-IN-INV WS-IN-LIVE WS-IN-UPLOAD WS-IN-DELETE
               WS-PUT-SEEN WS-PUT-OK WS-DEL-SEEN WS-DEL-OK
           MOVE SPACES TO WS-INV-KEY WS-INV-FULL WS-LIVE-KEY
               WS-UP-FULL WS-DEL-FULL WS-PUT-KEY WS-PUT-STATUS
               WS-DEL-STATUS.

       NOTE-SORT-RECORD.
      * A transfer retried within one job logs a path twice; any
      * OK result for it counts
           EVALUATE VS-KIND
               WHEN "I"
                   MOVE 1 TO WS-IN-INV
                   MOVE VS-KEY TO WS-INV-KEY
                   MOVE VS-FULL-PATH TO WS-INV-FULL
               WHEN "L"
                   MOVE 1 TO WS-IN-LIVE
                   MOVE VS-KEY TO WS-LIVE-KEY
               WHEN "U"
                   MOVE 1 TO WS-IN-UPLOAD
                   MOVE VS-FULL-PATH TO WS-UP-FULL
               WHEN "D"
                   MOVE 1 TO WS-IN-DELETE
                   MOVE VS-FULL-PATH TO WS-DEL-FULL
               WHEN "P"
                   MOVE 1 TO WS-PUT-SEEN
                   IF VS-STATUS = "OK"
                       MOVE 1 TO WS-PUT-OK
                       MOVE VS-KEY TO WS-PUT-KEY
                   ELSE
                       IF WS-PUT-OK = 0
                           MOVE VS-STATUS TO WS-PUT-STATUS
                       END-IF
                   END-IF
               WHEN "R"
                   MOVE 1 TO WS-DEL-SEEN
                   IF VS-STATUS = "OK"
                       MOVE 1 TO WS-DEL-OK
                   ELSE
                       MOVE VS-STATUS TO WS-DEL-STATUS
                   END-IF
           END-EVALUATE.

       JUDGE-ONE-PATH.
      * An upload order for a path the inventory does not hold, or
      * a delete order for one it still holds, means the work
      * orders and the inventory are from different runs
           IF (WS-IN-UPLOAD = 1 AND WS-IN-INV = 0)
               OR (WS-IN-DELETE = 1 AND WS-IN-INV = 1)
               ADD 1 TO WS-ORDERS-ASTRAY
           END-IF
           IF WS-MODE = "L"
               PERFORM JUDGE-AGAINST-LISTING
           ELSE
               PERFORM JUDGE-AGAINST-RESULTS
           END-IF.

       JUDGE-AGAINST-LISTING.
      * The listing is the whole live site: every inventory file
      * must be on it with the inventory's sum and size, and no
      * delete order's path may be
           IF WS-IN-INV = 1
               MOVE WS-INV-FULL TO WS-PB-RETRY-PATH
               IF WS-IN-LIVE = 0
                   MOVE "F" TO WS-PB-NEW-KIND
                   IF WS-IN-UPLOAD = 1
                       MOVE "not on the live site"
                           TO WS-PB-NEW-REASON
                   ELSE
                       MOVE "not on the live site (unchanged this "
                           & "run)" TO WS-PB-NEW-REASON
                   END-IF
                   PERFORM RECORD-PROBLEM
               ELSE
                   IF WS-LIVE-KEY NOT = WS-INV-KEY
                       MOVE "M" TO WS-PB-NEW-KIND
                       MOVE SPACES TO WS-PB-NEW-REASON
                       STRING "live " FUNCTION TRIM(WS-LIVE-KEY(1:12))
                           "/" FUNCTION TRIM(WS-LIVE-KEY(13:12))
                           ", inventory "
                           FUNCTION TRIM(WS-INV-KEY(1:12))
                           "/" FUNCTION TRIM(WS-INV-KEY(13:12))
                           DELIMITED SIZE INTO WS-PB-NEW-REASON
                       PERFORM RECORD-PROBLEM
                   END-IF
               END-IF
           END-IF
           IF WS-IN-DELETE = 1 AND WS-IN-LIVE = 1
               MOVE "D" TO WS-PB-NEW-KIND
               MOVE "still on the live site" TO WS-PB-NEW-REASON
               MOVE WS-DEL-FULL TO WS-PB-RETRY-PATH
               PERFORM RECORD-PROBLEM
           END-IF
           IF WS-IN-LIVE = 1 AND WS-IN-INV = 0 AND WS-IN-DELETE = 0
               ADD 1 TO WS-LIVE-EXTRA
           END-IF.

       JUDGE-AGAINST-RESULTS.
      * The log covers only what the transfer job was asked to do:
      * every order needs an OK, and a PUT that reports sum and
      * size must match the inventory
           IF WS-IN-UPLOAD = 1
               MOVE WS-UP-FULL TO WS-PB-RETRY-PATH
               IF WS-PUT-OK = 0
                   MOVE "F" TO WS-PB-NEW-KIND
                   IF WS-PUT-SEEN = 0
                       MOVE "no result logged" TO WS-PB-NEW-REASON
                   ELSE
                       MOVE SPACES TO WS-PB-NEW-REASON
                       STRING "transfer reported "
                           FUNCTION TRIM(WS-PUT-STATUS)
                           DELIMITED SIZE INTO WS-PB-NEW-REASON
                   END-IF
                   PERFORM RECORD-PROBLEM
               ELSE
                   IF WS-PUT-KEY NOT = SPACES AND WS-IN-INV = 1
                       AND WS-PUT-KEY NOT = WS-INV-KEY
                       MOVE "M" TO WS-PB-NEW-KIND
                       MOVE SPACES TO WS-PB-NEW-REASON
                       STRING "live " FUNCTION TRIM(WS-PUT-KEY(1:12))
                           "/" FUNCTION TRIM(WS-PUT-KEY(13:12))
                           ", inventory "
                           FUNCTION TRIM(WS-INV-KEY(1:12))
                           "/" FUNCTION TRIM(WS-INV-KEY(13:12))
                           DELIMITED SIZE INTO WS-PB-NEW-REASON
                       PERFORM RECORD-PROBLEM
                   END-IF
               END-IF
           END-IF
           IF WS-IN-DELETE = 1 AND WS-DEL-OK = 0
               MOVE "D" TO WS-PB-NEW-KIND
               IF WS-DEL-SEEN = 0
                   MOVE "no result logged" TO WS-PB-NEW-REASON
               ELSE
                   MOVE SPACES TO WS-PB-NEW-REASON
                   STRING "transfer reported "
                       FUNCTION TRIM(WS-DEL-STATUS)
                       DELIMITED SIZE INTO WS-PB-NEW-REASON
               END-IF
               MOVE WS-DEL-FULL TO WS-PB-RETRY-PATH
               PERFORM RECORD-PROBLEM
           END-IF
           IF (WS-PUT-SEEN = 1 AND WS-IN-UPLOAD = 0)
               OR (WS-DEL-SEEN = 1 AND WS-IN-DELETE = 0)
               ADD 1 TO WS-RESULTS-UNMATCHED
           END-IF.

       RECORD-PROBLEM.
      * WS-PB-NEW-KIND (F failed upload, D delete not done,
      * M mismatch), WS-PB-NEW-REASON and WS-PB-RETRY-PATH in.
      * Onto the retry order, the counts and the report table.
           EVALUATE WS-PB-NEW-KIND
               WHEN "F"
                   ADD 1 TO WS-FAILED-UPLOADS
               WHEN "M"
                   ADD 1 TO WS-MISMATCHES
               WHEN "D"
                   ADD 1 TO WS-DELETES-UNDONE
           END-EVALUATE
           IF WS-PB-NEW-KIND = "D"
               MOVE WS-PB-RETRY-PATH TO RETRY-DELETE-LINE
               WRITE RETRY-DELETE-LINE
           ELSE
               MOVE WS-PB-RETRY-PATH TO RETRY-UPLOAD-LINE
               WRITE RETRY-UPLOAD-LINE
           END-IF
           PERFORM CHECK-FEED-PATH
           IF WS-PROBLEM-COUNT >= 2000
               ADD 1 TO WS-PB-UNLISTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROBLEM-COUNT
           MOVE WS-PB-NEW-KIND TO WS-PB-KIND(WS-PROBLEM-COUNT)
           MOVE WS-CUR-PATH TO WS-PB-PATH(WS-PROBLEM-COUNT)
           MOVE WS-PB-NEW-REASON TO WS-PB-REASON(WS-PROBLEM-COUNT).

       CHECK-FEED-PATH.
      * A feed is a feed*.xml at the top of the site - the files
      * COBLOG-FEEDPING checksums
           MOVE 0 TO WS-SLASHES
           INSPECT WS-CUR-PATH TALLYING WS-SLASHES FOR ALL "/"
           IF WS-SLASHES > 0 OR WS-CUR-PATH(1:4) NOT = "feed"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CUR-PATH))
               TO WS-REL-LEN
           IF WS-REL-LEN >= 8
               AND WS-CUR-PATH(WS-REL-LEN - 3:4) = ".xml"
               MOVE 1 TO WS-FEED-PROBLEM
           END-IF.

      * ------------------------------------------------------------
      * Confirmation, retry orders and held pings
      * ------------------------------------------------------------
       CONFIRM-INVENTORY.
      * The inventory describes the live site: copy it to the
      * confirmed inventory, then empty the marker
           OPEN INPUT INVENTORY-FILE
           OPEN OUTPUT CONFIRMED-FILE
           IF WS-CONFIRMED-STATUS NOT = "00"
               DISPLAY "COBLOG-DEPLOYCHECK: cannot write confirmed "
                   "inventory " FUNCTION TRIM(WS-CONFIRMED-PATH)
                   " (status " WS-CONFIRMED-STATUS ")"
                   UPON SYSERR
               CLOSE INVENTORY-FILE
               MOVE "not-clean" TO WS-RESULT-WORD
               MOVE 1 TO WS-PROBLEMS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ INVENTORY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE INVENTORY-LINE TO CONFIRMED-LINE
               WRITE CONFIRMED-LINE
           END-PERFORM
           CLOSE CONFIRMED-FILE
           CLOSE INVENTORY-FILE
           OPEN OUTPUT MARK-FILE
           IF WS-MARK-STATUS NOT = "00"
               DISPLAY "COBLOG-DEPLOYCHECK: cannot clear unconfirmed "
                   "marker " FUNCTION TRIM(WS-MARK-PATH)
                   " (status " WS-MARK-STATUS ")"
                   UPON SYSERR
               MOVE "not-clean" TO WS-RESULT-WORD
               MOVE 1 TO WS-PROBLEMS
               EXIT PARAGRAPH
           END-IF
           CLOSE MARK-FILE.

       LEAVE-INVENTORY-UNCONFIRMED.
      * DEPLOY normally set the marker already; set it again in case
      * an earlier clean check of this generation emptied it
           OPEN OUTPUT MARK-FILE
           IF WS-MARK-STATUS NOT = "00"
               DISPLAY "COBLOG-DEPLOYCHECK: cannot write unconfirmed "
                   "marker " FUNCTION TRIM(WS-MARK-PATH)
                   " (status " WS-MARK-STATUS ")"
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROBLEMS TO WS-COUNT-DISP
           MOVE SPACES TO MARK-LINE
           STRING "COBLOG-DEPLOYCHECK " FUNCTION CURRENT-DATE(1:14)
               " problems=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED SIZE INTO MARK-LINE
           WRITE MARK-LINE
           CLOSE MARK-FILE.

       REMOVE-RETRY-ORDERS.
      * Clean: retry orders from this or an earlier check must not
      * be run. The names come from the command line the way
      * COBLOG-DEPLOY's inventory name does.
           MOVE SPACES TO WS-SYS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-RETRY-UPLOAD-PATH)
               " " FUNCTION TRIM(WS-RETRY-DELETE-PATH)
               DELIMITED SIZE INTO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD
           MOVE 0 TO RETURN-CODE.

       RELEASE-PING-ORDERS.
      * Held ping orders go out once no feed is in trouble; they
      * stay held otherwise, for the check after the retry
           OPEN INPUT PING-HELD-FILE
           IF WS-PING-HELD-STATUS NOT = "00"
               CLOSE PING-HELD-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE PING-HELD-FILE
           IF WS-FEED-PROBLEM = 1
               MOVE "held" TO WS-PING-WORD
               DISPLAY "COBLOG-DEPLOYCHECK: a feed did not reach "
                   "the live site - ping orders stay held in "
                   FUNCTION TRIM(WS-PING-HELD-PATH)
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-WAITING-PINGS
           OPEN EXTEND PING-OUT-FILE
           IF WS-PING-OUT-STATUS NOT = "00"
               AND WS-PING-OUT-STATUS NOT = "05"
               MOVE "held" TO WS-PING-WORD
               DISPLAY "COBLOG-DEPLOYCHECK: cannot add ping orders "
                   "to " FUNCTION TRIM(WS-PING-OUT-PATH)
                   " (status " WS-PING-OUT-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-PING-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PING-HELD-FILE
           PERFORM UNTIL 1 = 0
               READ PING-HELD-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PING-HELD-LINE NOT = SPACES
                   PERFORM ADD-RELEASED-PING
               END-IF
           END-PERFORM
           CLOSE PING-HELD-FILE
           CLOSE PING-OUT-FILE
           MOVE SPACES TO WS-SYS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-PING-HELD-PATH)
               DELIMITED SIZE INTO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD
           MOVE 0 TO RETURN-CODE
           MOVE "released" TO WS-PING-WORD.

       LOAD-WAITING-PINGS.
      * What an earlier run released and the ping step has not
      * fired yet. A missing file is an empty one.
           MOVE 0 TO WS-PING-COUNT
           OPEN INPUT PING-OUT-FILE
           IF WS-PING-OUT-STATUS NOT = "00"
               CLOSE PING-OUT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ PING-OUT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PING-OUT-LINE NOT = SPACES
                   AND WS-PING-COUNT < 200
                   ADD 1 TO WS-PING-COUNT
                   MOVE PING-OUT-LINE
                       TO WS-PING-ENDPOINT(WS-PING-COUNT)
               END-IF
           END-PERFORM
           CLOSE PING-OUT-FILE.

       ADD-RELEASED-PING.
           MOVE 0 TO WS-PING-FOUND
           PERFORM VARYING WS-PING-I FROM 1 BY 1
               UNTIL WS-PING-I > WS-PING-COUNT
               IF WS-PING-ENDPOINT(WS-PING-I) = PING-HELD-LINE
                   MOVE 1 TO WS-PING-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PING-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           MOVE PING-HELD-LINE TO PING-OUT-LINE
           WRITE PING-OUT-LINE
           IF WS-PING-COUNT < 200
               ADD 1 TO WS-PING-COUNT
               MOVE PING-HELD-LINE TO WS-PING-ENDPOINT(WS-PING-COUNT)
           END-IF.

      * ------------------------------------------------------------
      * Report and audit line
      * ------------------------------------------------------------
       WRITE-REPORT.
           DISPLAY "COBLOG-DEPLOYCHECK report"
           DISPLAY "========================="
           DISPLAY " "
           IF WS-MODE = "L"
               DISPLAY "Checked against live listing "
                   FUNCTION TRIM(WS-EVIDENCE-PATH)
           ELSE
               DISPLAY "Checked against transfer result log "
                   FUNCTION TRIM(WS-EVIDENCE-PATH)
           END-IF
           DISPLAY " "

           DISPLAY "Failed uploads:"
           MOVE "F" TO WS-SECTION-KIND
           PERFORM WRITE-PROBLEM-SECTION
           DISPLAY "Deletes not carried out:"
           MOVE "D" TO WS-SECTION-KIND
           PERFORM WRITE-PROBLEM-SECTION
           DISPLAY "Checksum mismatches:"
           MOVE "M" TO WS-SECTION-KIND
           PERFORM WRITE-PROBLEM-SECTION
           IF WS-PB-UNLISTED > 0
               MOVE WS-PB-UNLISTED TO WS-COUNT-DISP
               DISPLAY "  ... " FUNCTION TRIM(WS-COUNT-DISP)
                   " more not listed - all are on the retry "
                   "work orders"
               DISPLAY " "
           END-IF

           MOVE WS-INV-FILES TO WS-COUNT-DISP
           DISPLAY "Files in inventory:      "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-UPLOAD-ORDERS TO WS-COUNT-DISP
           DISPLAY "Upload orders:           "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-DELETE-ORDERS TO WS-COUNT-DISP
           DISPLAY "Delete orders:           "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-FAILED-UPLOADS TO WS-COUNT-DISP
           DISPLAY "Failed uploads:          "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-DELETES-UNDONE TO WS-COUNT-DISP
           DISPLAY "Deletes not carried out: "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-MISMATCHES TO WS-COUNT-DISP
           DISPLAY "Checksum mismatches:     "
               FUNCTION TRIM(WS-COUNT-DISP)
           IF WS-MODE = "L"
               MOVE WS-LIVE-EXTRA TO WS-COUNT-DISP
               DISPLAY "Live, not in inventory:  "
                   FUNCTION TRIM(WS-COUNT-DISP)
           ELSE
               MOVE WS-RESULTS-UNMATCHED TO WS-COUNT-DISP
               DISPLAY "Results with no order:   "
                   FUNCTION TRIM(WS-COUNT-DISP)
           END-IF
           IF WS-PROBLEMS = 0
               DISPLAY "Result:                  CLEAN - inventory "
                   "confirmed"
           ELSE
               DISPLAY "Result:                  NOT CLEAN - "
                   "inventory left unconfirmed, retry work orders "
                   "written"
           END-IF
           DISPLAY "Ping orders:             "
               FUNCTION TRIM(WS-PING-WORD).

       WRITE-PROBLEM-SECTION.
           MOVE 0 TO WS-SECTION-ROWS
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PROBLEM-COUNT
               IF WS-PB-KIND(WS-PB-I) = WS-SECTION-KIND
                   ADD 1 TO WS-SECTION-ROWS
                   DISPLAY "  " FUNCTION TRIM(WS-PB-PATH(WS-PB-I))
                       "  (" FUNCTION TRIM(WS-PB-REASON(WS-PB-I))
                       ")"
               END-IF
           END-PERFORM
           IF WS-SECTION-ROWS = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " ".

       WRITE-AUDIT-LOG.
           IF WS-ORDERS-ASTRAY > 0
               MOVE WS-ORDERS-ASTRAY TO WS-COUNT-DISP
               DISPLAY "COBLOG-DEPLOYCHECK: WARNING - "
                   FUNCTION TRIM(WS-COUNT-DISP)
                   " work order(s) disagree with the inventory - "
                   "are the lists and the inventory from the same "
                   "COBLOG-DEPLOY run?"
                   UPON SYSERR
           END-IF
           IF WS-EVIDENCE-REJECTED > 0
               MOVE WS-EVIDENCE-REJECTED TO WS-COUNT-DISP
               DISPLAY "COBLOG-DEPLOYCHECK: "
                   FUNCTION TRIM(WS-COUNT-DISP)
                   " unreadable line(s) ignored"
                   UPON SYSERR
           END-IF
           IF WS-MODE = "L"
               DISPLAY "COBLOG-DEPLOYCHECK: mode=listing"
                   WITH NO ADVANCING UPON SYSERR
           ELSE
               DISPLAY "COBLOG-DEPLOYCHECK: mode=results"
                   WITH NO ADVANCING UPON SYSERR
           END-IF
           MOVE WS-INV-FILES TO WS-COUNT-DISP
           DISPLAY " files=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-UPLOAD-ORDERS TO WS-COUNT-DISP
           DISPLAY " upload=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-DELETE-ORDERS TO WS-COUNT-DISP
           DISPLAY " delete=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-FAILED-UPLOADS TO WS-COUNT-DISP
           DISPLAY " failed-uploads=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-DELETES-UNDONE TO WS-COUNT-DISP
           DISPLAY " deletes-not-done=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-MISMATCHES TO WS-COUNT-DISP
           DISPLAY " mismatches=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           DISPLAY " result=" FUNCTION TRIM(WS-RESULT-WORD)
               " pings=" FUNCTION TRIM(WS-PING-WORD)
               UPON SYSERR.

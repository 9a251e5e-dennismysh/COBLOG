      * feed-*.xml files and compares them with the state recorded
      * after the last deployed build:
      *   - when any feed's content changed, it writes the ping
      *     work orders - one hub or endpoint URL per line, from
      *     the operations-editable --hubs= list plus the ping-hub
      *     key in the --config= file - to the held file
      *   - when nothing changed, it writes nothing, so a no-op
      *     rebuild pings nobody
      *
      * Held orders are not fired: pinging before the new feeds
      * are live sends aggregators to the old ones. The deploy
      * verification (COBLOG-DEPLOYCHECK) adds the held orders to
      * the released work-order file (--out=) once it has
      * confirmed the feeds reached the live site. The ping step
      * that follows the deploy verification in the nightly chain
      * fires the released file and removes it; this step never
      * deletes it, so orders released but not yet fired survive
      * a later run (a note goes to stderr when one finds them).
      * A held file from a transfer not yet confirmed is left
      * alone on a no-change run.
      *
      * Usage: coblog-feedping <output-dir>
      *          [--state=<path>]  default <dir>/.coblog-feed-cksum
      *          [--hubs=<path>]   one endpoint URL per line
      *          [--held=<path>]   default coblog-ping-held.txt
      *          [--out=<path>]    default coblog-ping.txt
      *          [--config=<path>] supplies the ping-hub key
      *
      *
      * Modification history:
      *   2026-09-02  dev   Initial version.
      *   2026-10-15  dev   Ping orders held (--held=) until the
      *                     deploy verification releases them.
      * ============================================================

       ENVIRONMENT DIVISION.
           SELECT HUBS-FILE ASSIGN TO WS-HUBS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HUBS-STATUS.
           SELECT HELD-FILE ASSIGN TO WS-HELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT OPTIONAL OUT-FILE ASSIGN TO WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
       FD HUBS-FILE.
       01 HUBS-LINE            PIC X(200).

       FD HELD-FILE.
       01 HELD-LINE            PIC X(200).

       FD OUT-FILE.
       01 OUT-LINE             PIC X(200).

       01 WS-SCAN-STATUS       PIC XX VALUE SPACES.
       01 WS-STATE-STATUS      PIC XX VALUE SPACES.
       01 WS-HUBS-STATUS       PIC XX VALUE SPACES.
       01 WS-HELD-STATUS       PIC XX VALUE SPACES.
       01 WS-OUT-STATUS        PIC XX VALUE SPACES.

       01 WS-OUTPUT-DIR        PIC X(256) VALUE ".".
       01 WS-GOT-HUBS          PIC 9  VALUE 0.
       01 WS-OUT-PATH          PIC X(256)
           VALUE "coblog-ping.txt".
       01 WS-HELD-PATH         PIC X(256)
           VALUE "coblog-ping-held.txt".
       01 WS-SCAN-WORK-PATH    PIC X(100) VALUE SPACES.
       01 WS-WORK-SUFFIX       PIC X(16) VALUE SPACES.
       01 WS-SYS-CMD           PIC X(900) VALUE SPACES.
           PERFORM SCAN-FEED-CHECKSUMS
           PERFORM COMPARE-WITH-STATE

           PERFORM NOTE-UNFIRED-ORDERS

           IF WS-FEED-CHANGED = 1
               MOVE "yes" TO WS-CHANGED-WORD
               PERFORM WRITE-PING-ORDERS
           END-IF

           PERFORM SAVE-NEW-STATE
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(7:)
                       TO WS-OUT-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:7) = "--held="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(8:)
                       TO WS-HELD-PATH
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--config="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-CONFIG-PATH
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       LOAD-SITE-CONFIG.
                   CONTINUE
               WHEN "max-urls"
                   CONTINUE
               WHEN "podcast-title"
                   CONTINUE
               WHEN "podcast-author"
                   CONTINUE
               WHEN "podcast-image"
                   CONTINUE
               WHEN "podcast-category"
                   CONTINUE
               WHEN "podcast-explicit"
                   CONTINUE
               WHEN "event-timezone"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "COBLOG-FEEDPING: unrecognized config "
                       "key '" FUNCTION TRIM(WS-CONFIG-KEY)
               MOVE 0 TO WS-STATE-OPEN
           END-IF.

       NOTE-UNFIRED-ORDERS.
      * The released file is the ping step's to fire and remove;
      * finding one here means that step has not run since the
      * last release. Leave it for that step to fire.
           OPEN INPUT OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               CLOSE OUT-FILE
               EXIT PARAGRAPH
           END-IF
           READ OUT-FILE
               AT END
                   MOVE SPACES TO OUT-LINE
           END-READ
           CLOSE OUT-FILE
           IF OUT-LINE NOT = SPACES
               DISPLAY "COBLOG-FEEDPING: released ping orders in "
                   FUNCTION TRIM(WS-OUT-PATH)
                   " have not been fired yet - left in place"
                   UPON SYSERR
           END-IF.

       WRITE-PING-ORDERS.
      * One endpoint URL per line: the config's ping-hub first,
      * then the operations-editable hub list, onto the held file.
      * No endpoints at all is worth a diagnostic - a changed feed
      * that pings nobody is probably a configuration hole.
           OPEN OUTPUT HELD-FILE
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "COBLOG-FEEDPING: cannot write ping orders "
                   FUNCTION TRIM(WS-HELD-PATH)
                   " (status " WS-HELD-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CFG-PING-HUB NOT = SPACES
               MOVE WS-CFG-PING-HUB TO HELD-LINE
               WRITE HELD-LINE
               ADD 1 TO WS-ENDPOINTS
           END-IF
           IF WS-GOT-HUBS = 1
               PERFORM APPEND-HUB-LIST
           END-IF
           CLOSE HELD-FILE
           IF WS-ENDPOINTS = 0
               DISPLAY "COBLOG-FEEDPING: feed changed but no ping "
                   "endpoints are configured (--hubs= or the "
               END-READ
               IF FUNCTION TRIM(HUBS-LINE) NOT = SPACES
                   AND HUBS-LINE(1:1) NOT = "#"
                   MOVE HUBS-LINE TO HELD-LINE
                   WRITE HELD-LINE
                   ADD 1 TO WS-ENDPOINTS
               END-IF
           END-PERFORM

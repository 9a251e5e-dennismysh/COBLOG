      *   intake               append one comment from stdin: the
      *                        first line is "slug|date|name", every
      *                        following line is a comment text
      *                        line. The header may go on to
      *                        "|parent-date|parent-name|email|Y":
      *                        a reply names its parent comment
      *                        (which must already be on file and
      *                        approved), and any commenter may
      *                        leave an address and opt in ("Y")
      *                        to hear about replies - a top-level
      *                        comment leaves the parent fields
      *                        empty. The slug must exist in the
      *                        indexed catalog (--catalog=<path>) -
      *                        a typo cannot attach text to a post
      *                        that is not there. New comments land
      *                        its moderation state
      *   approve --slug= --date= --name=
      *                        mark the comment approved ("Y") so
      *                        COBLOG-SITE merges it onto the page.
      *                        Approving a reply whose parent
      *                        commenter left an address and opted
      *                        in appends a notification work order
      *                        for the mail job (--notify=<path>,
      *                        default coblog-reply-notify.txt):
      *                        "address|slug|parent-date|
      *                        parent-name|reply-date|reply-name"
      *   reject  --slug= --date= --name=
      *                        remove the comment's lines (replies
      *                        to it then stand as top-level
      *                        comments, and are reported)
      *   queue                the pending-queue report: every
      *                        comment still awaiting moderation,
      *                        spam-flagged ones marked, so the
      *
      * Modification history:
      *   2026-09-02  dev   Initial version.
      *   2026-10-15  dev   Threaded replies: parent check at
      *                     intake, reply-notification work orders
      *                     on approve (--notify=).
      * ============================================================

       ENVIRONMENT DIVISION.
           SELECT INPUT-FILE ASSIGN TO KEYBOARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OPTIONAL NOTIFY-FILE ASSIGN TO WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY COMMREC.

       FD NEWCOMM-FILE.
       01 NEWCOMM-RECORD       PIC X(438).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-KEY.
               10 CAT-SLUG     PIC X(60).
               10 CAT-SEQ      PIC 9(4).
           05 CAT-POST         PIC X(2600).

       FD WORDLIST-FILE.
       01 WORDLIST-LINE        PIC X(30).
       FD INPUT-FILE.
       01 INPUT-LINE           PIC X(300).

       FD NOTIFY-FILE.
       01 NOTIFY-LINE          PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-COMMENTS-STATUS   PIC XX VALUE SPACES.
       01 WS-NEWCOMM-STATUS    PIC XX VALUE SPACES.
       01 WS-CATALOG-STATUS    PIC XX VALUE SPACES.
       01 WS-WORDLIST-STATUS   PIC XX VALUE SPACES.
       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-NOTIFY-STATUS     PIC XX VALUE SPACES.
       01 WS-EOF               PIC 9  VALUE 0.

       01 WS-COMMENTS-PATH     PIC X(256) VALUE SPACES.
       01 WS-GOT-CATALOG       PIC 9  VALUE 0.
       01 WS-WORDLIST-PATH     PIC X(256) VALUE SPACES.
       01 WS-GOT-WORDLIST      PIC 9  VALUE 0.
       01 WS-NOTIFY-PATH       PIC X(256)
                               VALUE "coblog-reply-notify.txt".
       01 WS-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-TARGET-SLUG       PIC X(60) VALUE SPACES.
       01 WS-TARGET-DATE       PIC X(8) VALUE SPACES.
       01 WS-HDR-SLUG          PIC X(60) VALUE SPACES.
       01 WS-HDR-DATE          PIC X(8) VALUE SPACES.
       01 WS-HDR-NAME          PIC X(40) VALUE SPACES.
       01 WS-HDR-PARENT-DATE   PIC X(8) VALUE SPACES.
       01 WS-HDR-PARENT-NAME   PIC X(40) VALUE SPACES.
       01 WS-HDR-EMAIL         PIC X(80) VALUE SPACES.
       01 WS-HDR-NOTIFY        PIC X(10) VALUE SPACES.
       01 WS-GOT-HEADER        PIC 9  VALUE 0.
       01 WS-TEXT-LINES        PIC 9(4) VALUE 0.
       01 WS-TEXT-LINES-DISP   PIC ZZZ9.
           05 WS-TEXT-LINE OCCURS 80 TIMES PIC X(300).
       01 WS-TEXT-I            PIC 99 VALUE 0.

      * Reply threading: the parent looked up at intake, and the
      * reply newly approved by this run (whose parent commenter
      * may be owed a notification)
       01 WS-PARENT-FOUND      PIC 9  VALUE 0.
       01 WS-PARENT-APPROVED   PIC 9  VALUE 0.
       01 WS-PARENT-EMAIL      PIC X(80) VALUE SPACES.
       01 WS-PARENT-NOTIFY     PIC X  VALUE SPACE.
       01 WS-REPLY-NEW         PIC 9  VALUE 0.
       01 WS-RP-PARENT-DATE    PIC X(8) VALUE SPACES.
       01 WS-RP-PARENT-NAME    PIC X(40) VALUE SPACES.
       01 WS-RP-NAME           PIC X(40) VALUE SPACES.
       01 WS-ORPHANED          PIC 9(6) VALUE 0.
       01 WS-ORPHANED-DISP     PIC ZZZZZ9.

      * Screening wordlist
       01 WS-WORD-TABLE.
           05 WS-WORD-ENTRY OCCURS 100 TIMES.
      * The stored commenter name with its interior blanks turned
      * to hyphens, for comparing against the --name= key
       01 WS-CMP-NAME          PIC X(40) VALUE SPACES.
       01 WS-CMP-PARENT        PIC X(40) VALUE SPACES.
       01 WS-CMP-LEN           PIC 99 VALUE 0.
       01 WS-CMP-I             PIC 99 VALUE 0.

                   MOVE WS-ARG-ENTRY(WS-ARG-I)(8:8)
                       TO WS-TARGET-DATE
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--notify="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-NOTIFY-PATH
               ELSE
      * The command line cannot carry a blank inside a value, so
      * --name= takes the commenter name with hyphens standing in
      * for its blanks ("--name=Jane-Reader" keys the comment
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       REQUIRE-COMMENT-KEY.
                   UPON SYSERR
           END-IF

      * A reply must answer a comment readers can already see
           IF WS-HDR-PARENT-NAME NOT = SPACES
               PERFORM CHECK-PARENT-COMMENT
               IF WS-OP-FAILED = 1
                   CLOSE INPUT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

      * Pass 1 over the text: buffer and screen every line before
      * anything is appended, so the whole comment carries one
      * verdict - a wordlist hit on line 3 flags lines 1 and 2 too
           MOVE SPACES TO WS-HDR-SLUG
           MOVE SPACES TO WS-HDR-DATE
           MOVE SPACES TO WS-HDR-NAME
           MOVE SPACES TO WS-HDR-PARENT-DATE
           MOVE SPACES TO WS-HDR-PARENT-NAME
           MOVE SPACES TO WS-HDR-EMAIL
           MOVE SPACES TO WS-HDR-NOTIFY
           UNSTRING INPUT-LINE DELIMITED BY "|"
               INTO WS-HDR-SLUG WS-HDR-DATE WS-HDR-NAME
                    WS-HDR-PARENT-DATE WS-HDR-PARENT-NAME
                    WS-HDR-EMAIL WS-HDR-NOTIFY
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-HDR-SLUG) TO WS-HDR-SLUG
           MOVE FUNCTION TRIM(WS-HDR-NAME) TO WS-HDR-NAME
           MOVE FUNCTION TRIM(WS-HDR-PARENT-NAME)
               TO WS-HDR-PARENT-NAME
           MOVE FUNCTION TRIM(WS-HDR-EMAIL) TO WS-HDR-EMAIL
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HDR-NOTIFY))
               TO WS-HDR-NOTIFY
      * Opting in means nothing without an address to write to
           IF WS-HDR-EMAIL = SPACES
               MOVE SPACES TO WS-HDR-NOTIFY
           END-IF
           IF WS-HDR-NOTIFY NOT = "Y"
               MOVE "N" TO WS-HDR-NOTIFY
           END-IF
           IF WS-HDR-SLUG NOT = SPACES
               AND WS-HDR-DATE(1:8) NUMERIC
               AND WS-HDR-NAME NOT = SPACES
               MOVE 1 TO WS-GOT-HEADER
           END-IF
      * A parent key is both halves or neither
           IF (WS-HDR-PARENT-DATE NOT = SPACES
                   OR WS-HDR-PARENT-NAME NOT = SPACES)
               AND (WS-HDR-PARENT-DATE NOT NUMERIC
                   OR WS-HDR-PARENT-NAME = SPACES)
               DISPLAY "COBLOG-COMMENTS: a reply needs the "
                   "parent's date (YYYYMMDD) and name"
                   UPON SYSERR
               MOVE 0 TO WS-GOT-HEADER
           END-IF.

       CHECK-PARENT-COMMENT.
      * The parent is the comment on the same post keyed by the
      * header's parent date and name; it must exist and be
      * approved.
           MOVE 0 TO WS-PARENT-FOUND
           MOVE 0 TO WS-PARENT-APPROVED
           OPEN INPUT COMMENTS-FILE
           IF WS-COMMENTS-STATUS = "00"
               PERFORM UNTIL 1 = 0
                   READ COMMENTS-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF FUNCTION TRIM(COMM-SLUG) = WS-HDR-SLUG
                       AND COMM-DATE = WS-HDR-PARENT-DATE
                       AND FUNCTION TRIM(COMM-NAME)
                           = WS-HDR-PARENT-NAME
                       MOVE 1 TO WS-PARENT-FOUND
                       IF COMM-APPROVED = "Y"
                           MOVE 1 TO WS-PARENT-APPROVED
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE COMMENTS-FILE
           END-IF
           IF WS-PARENT-FOUND = 0
               DISPLAY "COBLOG-COMMENTS: parent comment by '"
                   FUNCTION TRIM(WS-HDR-PARENT-NAME) "' on "
                   WS-HDR-PARENT-DATE " is not on '"
                   FUNCTION TRIM(WS-HDR-SLUG)
                   "' - reply refused"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
           ELSE
               IF WS-PARENT-APPROVED = 0
                   DISPLAY "COBLOG-COMMENTS: parent comment by '"
                       FUNCTION TRIM(WS-HDR-PARENT-NAME) "' on "
                       WS-HDR-PARENT-DATE
                       " is not approved - reply refused"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
               END-IF
           END-IF.

       CHECK-SLUG-IN-CATALOG.
           MOVE WS-HDR-NAME TO COMM-NAME
           MOVE WS-APPROVED-FLAG TO COMM-APPROVED
           MOVE WS-TEXT-LINE(WS-TEXT-I)(1:200) TO COMM-TEXT-LINE
           MOVE WS-HDR-PARENT-DATE TO COMM-PARENT-DATE
           MOVE WS-HDR-PARENT-NAME TO COMM-PARENT-NAME
           MOVE WS-HDR-EMAIL TO COMM-EMAIL
           MOVE WS-HDR-NOTIFY TO COMM-NOTIFY
           WRITE COMMENT-RECORD
           ADD 1 TO WS-RECORDS-OUT.

                   "slug/date/name"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
           END-IF
           IF WS-REPLY-NEW = 1 AND WS-OP-FAILED = 0
               PERFORM WRITE-REPLY-NOTIFICATION
           END-IF.

       OP-REJECT.
                   "slug/date/name"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
           END-IF
           IF WS-ORPHANED > 0 AND WS-OP-FAILED = 0
               MOVE WS-ORPHANED TO WS-ORPHANED-DISP
               DISPLAY "COBLOG-COMMENTS: WARNING - "
                   FUNCTION TRIM(WS-ORPHANED-DISP)
                   " reply line(s) answered the rejected comment "
                   "and now stand as top-level comments"
                   UPON SYSERR
           END-IF.

       WRITE-REPLY-NOTIFICATION.
      * The reply just approved answers the comment keyed by
      * WS-RP-PARENT-DATE / -NAME; if that commenter left an
      * address and opted in, the mail job gets a work order.
      * Answering yourself notifies nobody.
           IF WS-RP-PARENT-NAME = WS-RP-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARENT-EMAIL
           MOVE SPACE TO WS-PARENT-NOTIFY
           OPEN INPUT COMMENTS-FILE
           IF WS-COMMENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ COMMENTS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF FUNCTION TRIM(COMM-SLUG) = WS-TARGET-SLUG
                   AND COMM-DATE = WS-RP-PARENT-DATE
                   AND COMM-NAME = WS-RP-PARENT-NAME
                   MOVE COMM-EMAIL TO WS-PARENT-EMAIL
                   MOVE COMM-NOTIFY TO WS-PARENT-NOTIFY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE COMMENTS-FILE
           IF WS-PARENT-NOTIFY NOT = "Y"
               OR WS-PARENT-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               AND WS-NOTIFY-STATUS NOT = "05"
               DISPLAY "COBLOG-COMMENTS: cannot extend "
                   FUNCTION TRIM(WS-NOTIFY-PATH)
                   " (status " WS-NOTIFY-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOTIFY-LINE
           STRING FUNCTION TRIM(WS-PARENT-EMAIL)
               "|" FUNCTION TRIM(WS-TARGET-SLUG)
               "|" WS-RP-PARENT-DATE
               "|" FUNCTION TRIM(WS-RP-PARENT-NAME)
               "|" WS-TARGET-DATE
               "|" FUNCTION TRIM(WS-RP-NAME)
               DELIMITED SIZE INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           CLOSE NOTIFY-FILE
           DISPLAY "COBLOG-COMMENTS: reply notification for '"
               FUNCTION TRIM(WS-RP-PARENT-NAME) "' written to "
               FUNCTION TRIM(WS-NOTIFY-PATH)
               UPON SYSERR.

       REWRITE-COMMENTS-FILE.
           MOVE SPACES TO WS-NEWCOMM-PATH
           STRING FUNCTION TRIM(WS-COMMENTS-PATH) ".new"
      * Dropped from the rewrite
                   EXIT PARAGRAPH
               END-IF
      * A reply going live for the first time owes its parent
      * commenter a notification
               IF COMM-APPROVED NOT = "Y"
                   AND COMM-PARENT-NAME NOT = SPACES
                   MOVE 1 TO WS-REPLY-NEW
                   MOVE COMM-PARENT-DATE TO WS-RP-PARENT-DATE
                   MOVE COMM-PARENT-NAME TO WS-RP-PARENT-NAME
                   MOVE COMM-NAME TO WS-RP-NAME
               END-IF
               MOVE "Y" TO COMM-APPROVED
           END-IF
      * A reply to the comment being rejected loses its parent and
      * is kept as a top-level comment
           IF FUNCTION TRIM(WS-OPERATION) = "reject"
               AND FUNCTION TRIM(COMM-SLUG) = WS-TARGET-SLUG
               AND COMM-PARENT-DATE = WS-TARGET-DATE
               AND COMM-PARENT-NAME NOT = SPACES
               PERFORM HYPHENATE-PARENT-NAME
               IF WS-CMP-PARENT = WS-TARGET-NAME
                   ADD 1 TO WS-ORPHANED
                   MOVE SPACES TO COMM-PARENT-DATE
                   MOVE SPACES TO COMM-PARENT-NAME
               END-IF
           END-IF
           MOVE COMMENT-RECORD TO NEWCOMM-RECORD
           WRITE NEWCOMM-RECORD
           ADD 1 TO WS-RECORDS-OUT.
               END-IF
           END-PERFORM.

       HYPHENATE-PARENT-NAME.
      * COMM-PARENT-NAME in -> WS-CMP-PARENT out, the same rule.
           MOVE SPACES TO WS-CMP-PARENT
           MOVE FUNCTION TRIM(COMM-PARENT-NAME) TO WS-CMP-PARENT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(COMM-PARENT-NAME))
               TO WS-CMP-LEN
           PERFORM VARYING WS-CMP-I FROM 1 BY 1
               UNTIL WS-CMP-I > WS-CMP-LEN
               IF WS-CMP-PARENT(WS-CMP-I:1) = SPACE
                   MOVE "-" TO WS-CMP-PARENT(WS-CMP-I:1)
               END-IF
           END-PERFORM.

      * ------------------------------------------------------------
      * list / queue: one report line per comment (control break
      * on slug/date/name), in the COBLOG-STATS style.
           STRING COMM-DATE(1:4) "-" COMM-DATE(5:2) "-"
               COMM-DATE(7:2)
               DELIMITED SIZE INTO WS-DISP-DATE
           IF COMM-PARENT-NAME = SPACES
               DISPLAY "  " WS-DISP-DATE
                   "  " FUNCTION TRIM(WS-STATE-WORD)
                   "  " FUNCTION TRIM(COMM-SLUG)
                   "  '" FUNCTION TRIM(COMM-NAME) "'"
           ELSE
               DISPLAY "  " WS-DISP-DATE
                   "  " FUNCTION TRIM(WS-STATE-WORD)
                   "  " FUNCTION TRIM(COMM-SLUG)
                   "  '" FUNCTION TRIM(COMM-NAME) "'"
                   " replying to '" FUNCTION TRIM(COMM-PARENT-NAME)
                   "'"
           END-IF.

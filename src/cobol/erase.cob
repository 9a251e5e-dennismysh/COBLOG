       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-ERASE.
      * ============================================================
      * COBLOG Reader Personal-Data Erasure
      * A reader who asks to have their data deleted is looked up
      * in every file that holds reader data, instead of an
      * operator hunting through them by hand:
      *   - the COBLOG-SUBSCRIBERS master (--subscribers=, the
      *     indexed SUBSREC file)
      *   - the COBLOG-COMMENTS file (--comments=, COMMREC lines) -
      *     approved comments and the intake backlog still awaiting
      *     moderation live in the same file
      *   - the reply-notification work orders COBLOG-COMMENTS
      *     writes for the mail job (--notify=, default
      *     coblog-reply-notify.txt)
      * The reader is named by --address= (matched without regard
      * to case), --name= (the commenter name with hyphens for its
      * blanks, the COBLOG-COMMENTS --name= rule) or both.
      *
      * Operations (--op=<operation>, --request=<reference>):
      *   erase    delete the reader's subscriber record(s); remove
      *            every line of every comment they wrote, whatever
      *            its moderation state; detach replies to those
      *            comments, which then stand as top-level comments
      *            (the COBLOG-COMMENTS reject rule); drop the
      *            notification work orders that carry their
      *            address or name. The comments and notification
      *            files are rewritten through a .new work file and
      *            swung in, as COBLOG-COMMENTS approve/reject do.
      *            The next COBLOG-SITE build drops the comments
      *            from the pages.
      *   verify   change nothing; confirm no record in any of the
      *            files still matches, and list comment text that
      *            still mentions the address or name for a person
      *            to look at. Run it after erase for the compliance
      *            sign-off; the exit code is non-zero while
      *            anything matching remains.
      *
      * Both operations append to the permanent erasure log
      * (--erasure-log=<path>, default coblog-erasure-log.txt), one
      * line per file looked at:
      *   date|time|reference|ERASE or VERIFY|file|action|count
      * The log holds the request reference and the counts, never
      * the address or name - a reference that looks like an
      * address is refused.
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
           SELECT SUBS-FILE ASSIGN TO WS-SUBS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-ADDRESS
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT OPTIONAL COMMENTS-FILE ASSIGN TO WS-COMMENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMENTS-STATUS.
           SELECT NEWCOMM-FILE ASSIGN TO WS-NEWCOMM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWCOMM-STATUS.
           SELECT OPTIONAL NOTIFY-FILE ASSIGN TO WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT NEWNOTIFY-FILE ASSIGN TO WS-NEWNOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWNOTIFY-STATUS.
           SELECT OPTIONAL ERASURE-LOG-FILE
               ASSIGN TO WS-ERASURE-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SUBS-FILE.
       01 SUBSCRIBER-RECORD.
           COPY SUBSREC.

       FD COMMENTS-FILE.
       01 COMMENT-RECORD.
           COPY COMMREC.

       FD NEWCOMM-FILE.
       01 NEWCOMM-RECORD       PIC X(438).

       FD NOTIFY-FILE.
       01 NOTIFY-LINE          PIC X(300).

       FD NEWNOTIFY-FILE.
       01 NEWNOTIFY-LINE       PIC X(300).

       FD ERASURE-LOG-FILE.
       01 ERASURE-LOG-LINE     PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-SUBS-STATUS       PIC XX VALUE SPACES.
       01 WS-COMMENTS-STATUS   PIC XX VALUE SPACES.
       01 WS-NEWCOMM-STATUS    PIC XX VALUE SPACES.
       01 WS-NOTIFY-STATUS     PIC XX VALUE SPACES.
       01 WS-NEWNOTIFY-STATUS  PIC XX VALUE SPACES.
       01 WS-ERASURE-LOG-STATUS PIC XX VALUE SPACES.

       01 WS-SUBS-PATH         PIC X(256) VALUE SPACES.
       01 WS-GOT-SUBS          PIC 9  VALUE 0.
       01 WS-COMMENTS-PATH     PIC X(256) VALUE SPACES.
       01 WS-GOT-COMMENTS      PIC 9  VALUE 0.
       01 WS-NEWCOMM-PATH      PIC X(300) VALUE SPACES.
       01 WS-NOTIFY-PATH       PIC X(256)
                               VALUE "coblog-reply-notify.txt".
       01 WS-NEWNOTIFY-PATH    PIC X(300) VALUE SPACES.
       01 WS-ERASURE-LOG-PATH  PIC X(256)
                               VALUE "coblog-erasure-log.txt".

       01 WS-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-LOG-OP            PIC X(6) VALUE SPACES.
       01 WS-REQUEST-REF       PIC X(40) VALUE SPACES.
       01 WS-TARGET-ADDRESS    PIC X(80) VALUE SPACES.
       01 WS-TARGET-NAME       PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01 WS-TALLY             PIC 9(4) VALUE 0.

      * The match keys: the address lower-cased, the hyphenated
      * name upper-cased, and both again as they would appear in
      * running comment text (lower case, the name with blanks)
       01 WS-MATCH-ADDRESS     PIC X(80) VALUE SPACES.
       01 WS-MATCH-NAME        PIC X(40) VALUE SPACES.
       01 WS-TEXT-ADDRESS      PIC X(80) VALUE SPACES.
       01 WS-TEXT-ADDRESS-LEN  PIC 99 VALUE 0.
       01 WS-TEXT-NAME         PIC X(40) VALUE SPACES.
       01 WS-TEXT-NAME-LEN     PIC 99 VALUE 0.
       01 WS-SCAN-TEXT         PIC X(200) VALUE SPACES.

      * A stored name hyphenated and upper-cased for comparing
      * against WS-MATCH-NAME
       01 WS-HYPH-IN           PIC X(40) VALUE SPACES.
       01 WS-HYPH-OUT          PIC X(40) VALUE SPACES.
       01 WS-HYPH-LEN          PIC 99 VALUE 0.
       01 WS-HYPH-I            PIC 99 VALUE 0.
       01 WS-IS-MATCH          PIC 9  VALUE 0.

      * Comments erased this run, so replies to them (which always
      * come later in the file - a reply needs its parent on file
      * first) can be detached
       01 WS-ERASED-TABLE.
           05 WS-ERASED-ENTRY OCCURS 500 TIMES.
               10 WS-ER-SLUG       PIC X(60).
               10 WS-ER-DATE       PIC X(8).
               10 WS-ER-NAME       PIC X(40).
       01 WS-ERASED-COUNT      PIC 9(4) VALUE 0.
       01 WS-ER-I              PIC 9(4) VALUE 0.
       01 WS-ERASED-FULL-WARNED PIC 9 VALUE 0.
       01 WS-PREV-SLUG         PIC X(60) VALUE SPACES.
       01 WS-PREV-DATE         PIC X(8) VALUE SPACES.
       01 WS-PREV-NAME         PIC X(40) VALUE SPACES.
       01 WS-DISP-DATE         PIC X(10) VALUE SPACES.

      * A notification work order taken apart
       01 WS-NT-ADDRESS        PIC X(80) VALUE SPACES.
       01 WS-NT-SLUG           PIC X(60) VALUE SPACES.
       01 WS-NT-PARENT-DATE    PIC X(8) VALUE SPACES.
       01 WS-NT-PARENT-NAME    PIC X(40) VALUE SPACES.
       01 WS-NT-REPLY-DATE     PIC X(8) VALUE SPACES.
       01 WS-NT-REPLY-NAME     PIC X(40) VALUE SPACES.

      * What was found or touched, per file
       01 WS-SUBS-MATCHED      PIC 9(6) VALUE 0.
       01 WS-SUBS-READ         PIC 9(6) VALUE 0.
       01 WS-COMMENTS-MATCHED  PIC 9(6) VALUE 0.
       01 WS-COMMENT-LINES     PIC 9(6) VALUE 0.
       01 WS-PENDING-MATCHED   PIC 9(6) VALUE 0.
       01 WS-REPLIES-DETACHED  PIC 9(6) VALUE 0.
       01 WS-COMMENTS-READ     PIC 9(6) VALUE 0.
       01 WS-NOTIFY-MATCHED    PIC 9(6) VALUE 0.
       01 WS-NOTIFY-READ       PIC 9(6) VALUE 0.
       01 WS-MENTIONS          PIC 9(6) VALUE 0.
       01 WS-REMAINING         PIC 9(6) VALUE 0.
       01 WS-COUNT-DISP        PIC ZZZZZ9.
       01 WS-LOG-FILE-NAME     PIC X(12) VALUE SPACES.
       01 WS-LOG-ACTION        PIC X(20) VALUE SPACES.
       01 WS-LOG-COUNT         PIC 9(6) VALUE 0.
       01 WS-OP-FAILED         PIC 9  VALUE 0.

      * Command line. WS-ARGS is sized for several path-valued
      * flags - ACCEPT FROM COMMAND-LINE truncates silently.
       01 WS-ARGS              PIC X(1024) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARSE-COMMAND-LINE
           PERFORM CHECK-REQUEST

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM BUILD-MATCH-KEYS

           EVALUATE FUNCTION TRIM(WS-OPERATION)
               WHEN "erase"
                   MOVE "ERASE" TO WS-LOG-OP
                   PERFORM OP-ERASE
               WHEN "verify"
                   MOVE "VERIFY" TO WS-LOG-OP
                   PERFORM OP-VERIFY
               WHEN OTHER
                   DISPLAY "COBLOG-ERASE: unknown --op='"
                       FUNCTION TRIM(WS-OPERATION)
                       "' (erase/verify)"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
           END-EVALUATE

           MOVE WS-SUBS-MATCHED TO WS-COUNT-DISP
           DISPLAY "COBLOG-ERASE: op=" FUNCTION TRIM(WS-OPERATION)
               " request=" FUNCTION TRIM(WS-REQUEST-REF)
               " subscribers=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-COMMENTS-MATCHED TO WS-COUNT-DISP
           DISPLAY " comments=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-REPLIES-DETACHED TO WS-COUNT-DISP
           DISPLAY " replies-detached=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-NOTIFY-MATCHED TO WS-COUNT-DISP
           DISPLAY " notifications=" FUNCTION TRIM(WS-COUNT-DISP)
               WITH NO ADVANCING UPON SYSERR
           MOVE WS-MENTIONS TO WS-COUNT-DISP
           DISPLAY " mentions=" FUNCTION TRIM(WS-COUNT-DISP)
               UPON SYSERR

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
                   MOVE FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)(6:))
                       TO WS-OPERATION
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:10) = "--request="
                   MOVE FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)(11:))
                       TO WS-REQUEST-REF
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:10) = "--address="
                   MOVE FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)(11:))
                       TO WS-TARGET-ADDRESS
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:7) = "--name="
                   MOVE FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)(8:))
                       TO WS-TARGET-NAME
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:14) = "--subscribers="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(15:)
                       TO WS-SUBS-PATH
                   MOVE 1 TO WS-GOT-SUBS
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--comments="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(12:)
                       TO WS-COMMENTS-PATH
                   MOVE 1 TO WS-GOT-COMMENTS
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--notify="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-NOTIFY-PATH
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:14) = "--erasure-log="
                       MOVE WS-ARG-ENTRY(WS-ARG-I)(15:)
                           TO WS-ERASURE-LOG-PATH
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       CHECK-REQUEST.
      * Every file must be named - an erasure that silently skipped
      * one would be signed off as complete
           IF WS-OPERATION = SPACES
               DISPLAY "COBLOG-ERASE: --op=erase|verify is required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REQUEST-REF = SPACES
               DISPLAY "COBLOG-ERASE: --request=<reference> is "
                   "required - the erasure log is kept by it"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-REQUEST-REF TALLYING WS-TALLY FOR ALL "@"
           INSPECT WS-REQUEST-REF TALLYING WS-TALLY FOR ALL "|"
           IF WS-TALLY > 0
               DISPLAY "COBLOG-ERASE: --request= must be the "
                   "request reference, not an address (no @ or |)"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TARGET-ADDRESS = SPACES
               AND WS-TARGET-NAME = SPACES
               DISPLAY "COBLOG-ERASE: --address= or --name= (or "
                   "both) is required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-GOT-SUBS = 0 OR WS-GOT-COMMENTS = 0
               DISPLAY "COBLOG-ERASE: --subscribers=<path> and "
                   "--comments=<path> are both required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       BUILD-MATCH-KEYS.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TARGET-ADDRESS))
               TO WS-MATCH-ADDRESS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TARGET-NAME))
               TO WS-MATCH-NAME
           MOVE WS-MATCH-ADDRESS TO WS-TEXT-ADDRESS
           MOVE 0 TO WS-TEXT-ADDRESS-LEN
           IF WS-TEXT-ADDRESS NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXT-ADDRESS))
                   TO WS-TEXT-ADDRESS-LEN
           END-IF
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-TARGET-NAME))
               TO WS-TEXT-NAME
           INSPECT WS-TEXT-NAME REPLACING ALL "-" BY " "
           MOVE 0 TO WS-TEXT-NAME-LEN
           IF WS-TEXT-NAME NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXT-NAME))
                   TO WS-TEXT-NAME-LEN
           END-IF.

      * ------------------------------------------------------------
      * erase: subscriber master, comments, notification orders
      * ------------------------------------------------------------
       OP-ERASE.
           PERFORM ERASE-SUBSCRIBERS
           PERFORM ERASE-COMMENTS
           PERFORM ERASE-NOTIFICATIONS

           MOVE "subscribers" TO WS-LOG-FILE-NAME
           MOVE "deleted" TO WS-LOG-ACTION
           MOVE WS-SUBS-MATCHED TO WS-LOG-COUNT
           PERFORM WRITE-ERASURE-LOG
           MOVE "comments" TO WS-LOG-FILE-NAME
           MOVE "comments-removed" TO WS-LOG-ACTION
           MOVE WS-COMMENTS-MATCHED TO WS-LOG-COUNT
           PERFORM WRITE-ERASURE-LOG
           MOVE "pending-removed" TO WS-LOG-ACTION
           MOVE WS-PENDING-MATCHED TO WS-LOG-COUNT
           PERFORM WRITE-ERASURE-LOG
           MOVE "lines-removed" TO WS-LOG-ACTION
           MOVE WS-COMMENT-LINES TO WS-LOG-COUNT
           PERFORM WRITE-ERASURE-LOG
           MOVE "replies-detached" TO WS-LOG-ACTION
           MOVE WS-REPLIES-DETACHED TO WS-LOG-COUNT
           PERFORM WRITE-ERASURE-LOG
           MOVE "notify" TO WS-LOG-FILE-NAME
           MOVE "orders-removed" TO WS-LOG-ACTION
           MOVE WS-NOTIFY-MATCHED TO WS-LOG-COUNT
           PERFORM WRITE-ERASURE-LOG
           IF WS-OP-FAILED = 1
               MOVE "all" TO WS-LOG-FILE-NAME
               MOVE "INCOMPLETE" TO WS-LOG-ACTION
               MOVE 0 TO WS-LOG-COUNT
               PERFORM WRITE-ERASURE-LOG
           END-IF.

       ERASE-SUBSCRIBERS.
      * The address is the record key, so a matching record is
      * deleted outright rather than blanked. The master is walked
      * whole because an address may have been stored in another
      * case.
           IF WS-MATCH-ADDRESS = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SUBS-FILE
           IF WS-SUBS-STATUS NOT = "00"
               DISPLAY "COBLOG-ERASE: cannot open subscriber master "
                   FUNCTION TRIM(WS-SUBS-PATH)
                   " (status " WS-SUBS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SUBS-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-SUBS-READ
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(SUB-ADDRESS))
                   = WS-MATCH-ADDRESS
                   DELETE SUBS-FILE
                       INVALID KEY
                           DISPLAY "COBLOG-ERASE: delete failed in "
                               "the subscriber master (status "
                               WS-SUBS-STATUS ")"
                               UPON SYSERR
                           MOVE 1 TO WS-OP-FAILED
                       NOT INVALID KEY
                           ADD 1 TO WS-SUBS-MATCHED
                   END-DELETE
               END-IF
           END-PERFORM
           CLOSE SUBS-FILE.

       ERASE-COMMENTS.
           MOVE SPACES TO WS-NEWCOMM-PATH
           STRING FUNCTION TRIM(WS-COMMENTS-PATH) ".new"
               DELIMITED SIZE INTO WS-NEWCOMM-PATH
           OPEN INPUT COMMENTS-FILE
           IF WS-COMMENTS-STATUS = "05"
      * No comments file yet - nothing to erase
               CLOSE COMMENTS-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-COMMENTS-STATUS NOT = "00"
               DISPLAY "COBLOG-ERASE: cannot open "
                   FUNCTION TRIM(WS-COMMENTS-PATH)
                   " (status " WS-COMMENTS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEWCOMM-FILE
           IF WS-NEWCOMM-STATUS NOT = "00"
               DISPLAY "COBLOG-ERASE: cannot write "
                   FUNCTION TRIM(WS-NEWCOMM-PATH)
                   " (status " WS-NEWCOMM-STATUS ")"
                   UPON SYSERR
               CLOSE COMMENTS-FILE
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ COMMENTS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-COMMENTS-READ
               PERFORM ERASE-ONE-COMMENT-LINE
           END-PERFORM
           CLOSE COMMENTS-FILE
           CLOSE NEWCOMM-FILE

      * Swing the work file in (the SAVE-MANIFEST pattern)
           OPEN INPUT NEWCOMM-FILE
           OPEN OUTPUT COMMENTS-FILE
           PERFORM UNTIL 1 = 0
               READ NEWCOMM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE NEWCOMM-RECORD TO COMMENT-RECORD
               WRITE COMMENT-RECORD
           END-PERFORM
           CLOSE NEWCOMM-FILE
           CLOSE COMMENTS-FILE.

       ERASE-ONE-COMMENT-LINE.
           PERFORM MATCH-COMMENT-AUTHOR
           IF WS-IS-MATCH = 1
               ADD 1 TO WS-COMMENT-LINES
               IF COMM-SLUG NOT = WS-PREV-SLUG
                   OR COMM-DATE NOT = WS-PREV-DATE
                   OR COMM-NAME NOT = WS-PREV-NAME
                   PERFORM REMEMBER-ERASED-COMMENT
               END-IF
      * Dropped from the rewrite
               EXIT PARAGRAPH
           END-IF
      * A reply to an erased comment loses its parent and is kept
      * as a top-level comment - it also stops naming the reader
           IF COMM-PARENT-NAME NOT = SPACES
               PERFORM MATCH-COMMENT-PARENT
               IF WS-IS-MATCH = 1
                   ADD 1 TO WS-REPLIES-DETACHED
                   MOVE SPACES TO COMM-PARENT-DATE
                   MOVE SPACES TO COMM-PARENT-NAME
               END-IF
           END-IF
           MOVE COMMENT-RECORD TO NEWCOMM-RECORD
           WRITE NEWCOMM-RECORD.

       REMEMBER-ERASED-COMMENT.
      * First line of an erased comment (control break on
      * slug/date/name, the COMMREC rule)
           MOVE COMM-SLUG TO WS-PREV-SLUG
           MOVE COMM-DATE TO WS-PREV-DATE
           MOVE COMM-NAME TO WS-PREV-NAME
           ADD 1 TO WS-COMMENTS-MATCHED
           IF COMM-APPROVED NOT = "Y"
               ADD 1 TO WS-PENDING-MATCHED
           END-IF
           IF WS-ERASED-COUNT < 500
               ADD 1 TO WS-ERASED-COUNT
               MOVE COMM-SLUG TO WS-ER-SLUG(WS-ERASED-COUNT)
               MOVE COMM-DATE TO WS-ER-DATE(WS-ERASED-COUNT)
               MOVE COMM-NAME TO WS-ER-NAME(WS-ERASED-COUNT)
           ELSE
               IF WS-ERASED-FULL-WARNED = 0
                   DISPLAY "COBLOG-ERASE: WARNING - erased-comment "
                       "ceiling (500) reached, later replies may "
                       "keep their parent - run verify"
                       UPON SYSERR
                   MOVE 1 TO WS-ERASED-FULL-WARNED
               END-IF
           END-IF.

       MATCH-COMMENT-AUTHOR.
      * Did the reader write this comment line?
           MOVE 0 TO WS-IS-MATCH
           IF WS-MATCH-ADDRESS NOT = SPACES
               AND FUNCTION LOWER-CASE(FUNCTION TRIM(COMM-EMAIL))
                   = WS-MATCH-ADDRESS
               MOVE 1 TO WS-IS-MATCH
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH-NAME NOT = SPACES
               MOVE COMM-NAME TO WS-HYPH-IN
               PERFORM HYPHENATE-NAME
               IF WS-HYPH-OUT = WS-MATCH-NAME
                   MOVE 1 TO WS-IS-MATCH
               END-IF
           END-IF.

       MATCH-COMMENT-PARENT.
      * Does this reply answer the reader - by name, or a comment
      * of theirs erased earlier in this pass?
           MOVE 0 TO WS-IS-MATCH
           IF WS-MATCH-NAME NOT = SPACES
               MOVE COMM-PARENT-NAME TO WS-HYPH-IN
               PERFORM HYPHENATE-NAME
               IF WS-HYPH-OUT = WS-MATCH-NAME
                   MOVE 1 TO WS-IS-MATCH
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-ER-I FROM 1 BY 1
               UNTIL WS-ER-I > WS-ERASED-COUNT
               IF WS-ER-SLUG(WS-ER-I) = COMM-SLUG
                   AND WS-ER-DATE(WS-ER-I) = COMM-PARENT-DATE
                   AND WS-ER-NAME(WS-ER-I) = COMM-PARENT-NAME
                   MOVE 1 TO WS-IS-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       HYPHENATE-NAME.
      * WS-HYPH-IN in -> WS-HYPH-OUT out: trimmed, upper-cased,
      * interior blanks turned to hyphens (the COBLOG-COMMENTS
      * --name= rule, without regard to case)
           MOVE SPACES TO WS-HYPH-OUT
           IF WS-HYPH-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HYPH-IN))
               TO WS-HYPH-OUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HYPH-IN))
               TO WS-HYPH-LEN
           PERFORM VARYING WS-HYPH-I FROM 1 BY 1
               UNTIL WS-HYPH-I > WS-HYPH-LEN
               IF WS-HYPH-OUT(WS-HYPH-I:1) = SPACE
                   MOVE "-" TO WS-HYPH-OUT(WS-HYPH-I:1)
               END-IF
           END-PERFORM.

       ERASE-NOTIFICATIONS.
           MOVE SPACES TO WS-NEWNOTIFY-PATH
           STRING FUNCTION TRIM(WS-NOTIFY-PATH) ".new"
               DELIMITED SIZE INTO WS-NEWNOTIFY-PATH
           OPEN INPUT NOTIFY-FILE
           IF WS-NOTIFY-STATUS = "05"
      * No work orders outstanding
               CLOSE NOTIFY-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-NOTIFY-STATUS NOT = "00"
               DISPLAY "COBLOG-ERASE: cannot open "
                   FUNCTION TRIM(WS-NOTIFY-PATH)
                   " (status " WS-NOTIFY-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEWNOTIFY-FILE
           IF WS-NEWNOTIFY-STATUS NOT = "00"
               DISPLAY "COBLOG-ERASE: cannot write "
                   FUNCTION TRIM(WS-NEWNOTIFY-PATH)
                   " (status " WS-NEWNOTIFY-STATUS ")"
                   UPON SYSERR
               CLOSE NOTIFY-FILE
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ NOTIFY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NOTIFY-READ
               PERFORM MATCH-NOTIFY-LINE
               IF WS-IS-MATCH = 1
                   ADD 1 TO WS-NOTIFY-MATCHED
               ELSE
                   MOVE NOTIFY-LINE TO NEWNOTIFY-LINE
                   WRITE NEWNOTIFY-LINE
               END-IF
           END-PERFORM
           CLOSE NOTIFY-FILE
           CLOSE NEWNOTIFY-FILE

           OPEN INPUT NEWNOTIFY-FILE
           OPEN OUTPUT NOTIFY-FILE
           PERFORM UNTIL 1 = 0
               READ NEWNOTIFY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE NEWNOTIFY-LINE TO NOTIFY-LINE
               WRITE NOTIFY-LINE
           END-PERFORM
           CLOSE NEWNOTIFY-FILE
           CLOSE NOTIFY-FILE.

       MATCH-NOTIFY-LINE.
      * "address|slug|parent-date|parent-name|reply-date|reply-name"
      * - the reader may be the one to be told, or the replier
           MOVE 0 TO WS-IS-MATCH
           IF FUNCTION TRIM(NOTIFY-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NT-ADDRESS WS-NT-SLUG WS-NT-PARENT-DATE
               WS-NT-PARENT-NAME WS-NT-REPLY-DATE WS-NT-REPLY-NAME
           UNSTRING NOTIFY-LINE DELIMITED BY "|"
               INTO WS-NT-ADDRESS WS-NT-SLUG WS-NT-PARENT-DATE
                    WS-NT-PARENT-NAME WS-NT-REPLY-DATE
                    WS-NT-REPLY-NAME
           END-UNSTRING
           IF WS-MATCH-ADDRESS NOT = SPACES
               AND FUNCTION LOWER-CASE(FUNCTION TRIM(WS-NT-ADDRESS))
                   = WS-MATCH-ADDRESS
               MOVE 1 TO WS-IS-MATCH
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NT-PARENT-NAME TO WS-HYPH-IN
           PERFORM HYPHENATE-NAME
           IF WS-HYPH-OUT = WS-MATCH-NAME
               MOVE 1 TO WS-IS-MATCH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NT-REPLY-NAME TO WS-HYPH-IN
           PERFORM HYPHENATE-NAME
           IF WS-HYPH-OUT = WS-MATCH-NAME
               MOVE 1 TO WS-IS-MATCH
           END-IF.

      * ------------------------------------------------------------
      * verify: the same matching, reading only, reported on stdout
      * in the COBLOG-STATS style
      * ------------------------------------------------------------
       OP-VERIFY.
           DISPLAY "COBLOG-ERASE verify"
           DISPLAY "==================="
           DISPLAY " "
           PERFORM VERIFY-SUBSCRIBERS
           DISPLAY "Comment text mentioning the reader (check by "
               "hand):"
           PERFORM VERIFY-COMMENTS
           IF WS-MENTIONS = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY " "
           PERFORM VERIFY-NOTIFICATIONS

           COMPUTE WS-REMAINING = WS-SUBS-MATCHED
               + WS-COMMENTS-MATCHED + WS-REPLIES-DETACHED
               + WS-NOTIFY-MATCHED

           DISPLAY "Request:                 "
               FUNCTION TRIM(WS-REQUEST-REF)
           MOVE WS-SUBS-MATCHED TO WS-COUNT-DISP
           DISPLAY "Subscriber records:      "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-COMMENTS-MATCHED TO WS-COUNT-DISP
           DISPLAY "Comments by the reader:  "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-REPLIES-DETACHED TO WS-COUNT-DISP
           DISPLAY "Replies naming them:     "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-NOTIFY-MATCHED TO WS-COUNT-DISP
           DISPLAY "Notification orders:     "
               FUNCTION TRIM(WS-COUNT-DISP)
           MOVE WS-MENTIONS TO WS-COUNT-DISP
           DISPLAY "Mentions in text:        "
               FUNCTION TRIM(WS-COUNT-DISP)
           IF WS-REMAINING = 0 AND WS-OP-FAILED = 0
               DISPLAY "Result:                  CLEAN"
           ELSE
               DISPLAY "Result:                  NOT CLEAN"
               MOVE 1 TO WS-OP-FAILED
           END-IF

           MOVE "subscribers" TO WS-LOG-FILE-NAME
           MOVE "remaining" TO WS-LOG-ACTION
           MOVE WS-SUBS-MATCHED TO WS-LOG-COUNT
           PERFORM WRITE-ERASURE-LOG
           MOVE "comments" TO WS-LOG-FILE-NAME
           COMPUTE WS-LOG-COUNT = WS-COMMENTS-MATCHED
               + WS-REPLIES-DETACHED
           PERFORM WRITE-ERASURE-LOG
           MOVE "mentions" TO WS-LOG-ACTION
           MOVE WS-MENTIONS TO WS-LOG-COUNT
           PERFORM WRITE-ERASURE-LOG
           MOVE "notify" TO WS-LOG-FILE-NAME
           MOVE "remaining" TO WS-LOG-ACTION
           MOVE WS-NOTIFY-MATCHED TO WS-LOG-COUNT
           PERFORM WRITE-ERASURE-LOG
           MOVE "all" TO WS-LOG-FILE-NAME
           IF WS-OP-FAILED = 1
               MOVE "NOT-CLEAN" TO WS-LOG-ACTION
           ELSE
               MOVE "CLEAN" TO WS-LOG-ACTION
           END-IF
           MOVE WS-REMAINING TO WS-LOG-COUNT
           PERFORM WRITE-ERASURE-LOG.

       VERIFY-SUBSCRIBERS.
           IF WS-MATCH-ADDRESS = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SUBS-FILE
           IF WS-SUBS-STATUS NOT = "00"
               DISPLAY "COBLOG-ERASE: cannot open subscriber master "
                   FUNCTION TRIM(WS-SUBS-PATH)
                   " (status " WS-SUBS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ SUBS-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-SUBS-READ
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(SUB-ADDRESS))
                   = WS-MATCH-ADDRESS
                   ADD 1 TO WS-SUBS-MATCHED
               END-IF
           END-PERFORM
           CLOSE SUBS-FILE.

       VERIFY-COMMENTS.
           OPEN INPUT COMMENTS-FILE
           IF WS-COMMENTS-STATUS = "05"
               CLOSE COMMENTS-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-COMMENTS-STATUS NOT = "00"
               DISPLAY "COBLOG-ERASE: cannot open "
                   FUNCTION TRIM(WS-COMMENTS-PATH)
                   " (status " WS-COMMENTS-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ COMMENTS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-COMMENTS-READ
               PERFORM VERIFY-ONE-COMMENT-LINE
           END-PERFORM
           CLOSE COMMENTS-FILE.

       VERIFY-ONE-COMMENT-LINE.
           PERFORM MATCH-COMMENT-AUTHOR
           IF WS-IS-MATCH = 1
               IF COMM-SLUG NOT = WS-PREV-SLUG
                   OR COMM-DATE NOT = WS-PREV-DATE
                   OR COMM-NAME NOT = WS-PREV-NAME
                   MOVE COMM-SLUG TO WS-PREV-SLUG
                   MOVE COMM-DATE TO WS-PREV-DATE
                   MOVE COMM-NAME TO WS-PREV-NAME
                   ADD 1 TO WS-COMMENTS-MATCHED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH-NAME NOT = SPACES
               AND COMM-PARENT-NAME NOT = SPACES
               MOVE COMM-PARENT-NAME TO WS-HYPH-IN
               PERFORM HYPHENATE-NAME
               IF WS-HYPH-OUT = WS-MATCH-NAME
                   ADD 1 TO WS-REPLIES-DETACHED
               END-IF
           END-IF
      * Someone else's words may still name the reader; that is for
      * a person to judge, so it is listed, not counted against the
      * sign-off. Only the post and date are shown.
           MOVE FUNCTION LOWER-CASE(COMM-TEXT-LINE) TO WS-SCAN-TEXT
           MOVE 0 TO WS-TALLY
           IF WS-TEXT-ADDRESS-LEN > 0
               INSPECT WS-SCAN-TEXT TALLYING WS-TALLY
                   FOR ALL WS-TEXT-ADDRESS(1:WS-TEXT-ADDRESS-LEN)
           END-IF
           IF WS-TEXT-NAME-LEN > 2
               INSPECT WS-SCAN-TEXT TALLYING WS-TALLY
                   FOR ALL WS-TEXT-NAME(1:WS-TEXT-NAME-LEN)
           END-IF
           IF WS-TALLY > 0
               ADD 1 TO WS-MENTIONS
               MOVE SPACES TO WS-DISP-DATE
               STRING COMM-DATE(1:4) "-" COMM-DATE(5:2) "-"
                   COMM-DATE(7:2)
                   DELIMITED SIZE INTO WS-DISP-DATE
               DISPLAY "  " FUNCTION TRIM(COMM-SLUG)
                   "  comment of " WS-DISP-DATE
           END-IF.

       VERIFY-NOTIFICATIONS.
           OPEN INPUT NOTIFY-FILE
           IF WS-NOTIFY-STATUS = "05"
               CLOSE NOTIFY-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-NOTIFY-STATUS NOT = "00"
               DISPLAY "COBLOG-ERASE: cannot open "
                   FUNCTION TRIM(WS-NOTIFY-PATH)
                   " (status " WS-NOTIFY-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
               READ NOTIFY-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-NOTIFY-READ
               PERFORM MATCH-NOTIFY-LINE
               IF WS-IS-MATCH = 1
                   ADD 1 TO WS-NOTIFY-MATCHED
               END-IF
           END-PERFORM
           CLOSE NOTIFY-FILE.

      * ------------------------------------------------------------
      * The erasure log: append-only, reference and counts only
      * ------------------------------------------------------------
       WRITE-ERASURE-LOG.
           OPEN EXTEND ERASURE-LOG-FILE
           IF WS-ERASURE-LOG-STATUS NOT = "00"
               AND WS-ERASURE-LOG-STATUS NOT = "05"
               DISPLAY "COBLOG-ERASE: cannot append to erasure log "
                   FUNCTION TRIM(WS-ERASURE-LOG-PATH)
                   " (status " WS-ERASURE-LOG-STATUS ")"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO ERASURE-LOG-LINE
           STRING WS-RUN-DATE "|" WS-RUN-TIME "|"
               FUNCTION TRIM(WS-REQUEST-REF) "|"
               FUNCTION TRIM(WS-LOG-OP) "|"
               FUNCTION TRIM(WS-LOG-FILE-NAME) "|"
               FUNCTION TRIM(WS-LOG-ACTION) "|"
               FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED SIZE INTO ERASURE-LOG-LINE
           WRITE ERASURE-LOG-LINE
           CLOSE ERASURE-LOG-FILE.

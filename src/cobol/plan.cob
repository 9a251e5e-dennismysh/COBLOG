       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLOG-PLAN.
      * ============================================================
      * COBLOG Editorial Plan Maintenance
      * The commissioning plan - which author owes which piece on
      * which date under which tag - lives in an INDEXED file keyed
      * on PLAN-SLUG (see PLANREC.cpy), maintained here the same
      * way COBLOG-SUBSCRIBERS maintains the digest audience, so
      * COBLOG-PLANCHECK can reconcile it against what shipped.
      *
      * Operations (--plan=<path> --op=<operation>):
      *   load                 build the master from fixed-width
      *                        PLANREC lines on stdin (one-time
      *                        conversion, creates the file)
      *   add                  commission pieces: one line per
      *                        piece on stdin,
      *                        "slug|working title|author|tag|due"
      *                        (due is YYYYMMDD). A blank slug is
      *                        derived from the working title. An
      *                        author and a due date are required;
      *                        a slug already on the plan is
      *                        refused.
      *   change               the same line format; the piece is
      *                        found by slug (or the title's derived
      *                        slug) and every non-blank field
      *                        replaces the planned one - a new due
      *                        date, a reassigned author
      *   drop   --slug=s      take a spiked piece off the plan
      *   inquire --slug=s     write the piece's record to stdout
      *   export               write the whole master to stdout as
      *                        fixed-width PLANREC lines in slug
      *                        order - the stream COBLOG-PLANCHECK's
      *                        --plan= consumes
      *
      * Diagnostics and the end-of-run audit line go to stderr; the
      * exit code is non-zero when the requested operation failed
      * (for add/change, when any line was refused).
      *
      * Modification history:
      *   2026-10-15  dev   Initial version.
      * ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO WS-PLAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-SLUG
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT INPUT-FILE ASSIGN TO KEYBOARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO DISPLAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY PLANREC.

       FD INPUT-FILE.
       01 INPUT-RECORD         PIC X(300).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD        PIC X(266).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS       PIC XX VALUE SPACES.
       01 WS-INPUT-STATUS      PIC XX VALUE SPACES.
       01 WS-OUTPUT-STATUS     PIC XX VALUE SPACES.
       01 WS-PLAN-PATH         PIC X(256) VALUE SPACES.
       01 WS-GOT-PLAN          PIC 9  VALUE 0.
       01 WS-OPERATION         PIC X(10) VALUE SPACES.
       01 WS-TARGET-SLUG       PIC X(60) VALUE SPACES.
       01 WS-RUN-DATE          PIC X(8) VALUE SPACES.

      * One "slug|working title|author|tag|due" line taken apart
       01 WS-PL-SLUG           PIC X(60) VALUE SPACES.
       01 WS-PL-TITLE          PIC X(120) VALUE SPACES.
       01 WS-PL-AUTHOR         PIC X(40) VALUE SPACES.
       01 WS-PL-TAG            PIC X(30) VALUE SPACES.
       01 WS-PL-DUE            PIC X(8) VALUE SPACES.
       01 WS-LINE-OK           PIC 9  VALUE 0.

      * Slug derived from a working title: lowercased, runs of
      * anything that is not a letter or digit become one hyphen
       01 WS-SLUG-SRC          PIC X(120) VALUE SPACES.
       01 WS-SLUG-LEN          PIC 999 VALUE 0.
       01 WS-SLUG-I            PIC 999 VALUE 0.
       01 WS-SLUG-OUT-I        PIC 999 VALUE 0.
       01 WS-SLUG-CHAR         PIC X  VALUE SPACE.
       01 WS-SLUG-PEND-HYPHEN  PIC 9  VALUE 0.

      * Command line
       01 WS-ARGS              PIC X(512) VALUE SPACES.
       01 WS-ARG-TABLE.
           05 WS-ARG-ENTRY OCCURS 10 TIMES PIC X(256).
       01 WS-ARG-I              PIC 99 VALUE 0.

      * Audit counters
       01 WS-RECORDS-IN        PIC 9(6) VALUE 0.
       01 WS-RECORDS-IN-DISP   PIC ZZZZZ9.
       01 WS-RECORDS-OUT       PIC 9(6) VALUE 0.
       01 WS-RECORDS-OUT-DISP  PIC ZZZZZ9.
       01 WS-OP-FAILED         PIC 9  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARSE-COMMAND-LINE

           IF WS-GOT-PLAN = 0
               DISPLAY "COBLOG-PLAN: --plan=<path> is required"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           EVALUATE FUNCTION TRIM(WS-OPERATION)
               WHEN "load"
                   PERFORM OP-LOAD
               WHEN "add"
                   PERFORM OP-ADD
               WHEN "change"
                   PERFORM OP-CHANGE
               WHEN "drop"
                   PERFORM REQUIRE-SLUG
                   PERFORM OP-DROP
               WHEN "inquire"
                   PERFORM REQUIRE-SLUG
                   PERFORM OP-INQUIRE
               WHEN "export"
                   PERFORM OP-EXPORT
               WHEN OTHER
                   DISPLAY "COBLOG-PLAN: unknown --op='"
                       FUNCTION TRIM(WS-OPERATION)
                       "' (load/add/change/drop/inquire/export)"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
           END-EVALUATE

           PERFORM WRITE-AUDIT-LOG

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
               IF WS-ARG-ENTRY(WS-ARG-I)(1:7) = "--plan="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(8:)
                       TO WS-PLAN-PATH
                   MOVE 1 TO WS-GOT-PLAN
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:5) = "--op="
                   MOVE FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)(6:))
                       TO WS-OPERATION
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:7) = "--slug="
                       MOVE FUNCTION TRIM(
                           WS-ARG-ENTRY(WS-ARG-I)(8:))
                           TO WS-TARGET-SLUG
                   END-IF
               END-IF
               END-IF
           END-IF.

       REQUIRE-SLUG.
           IF WS-TARGET-SLUG = SPACES
               DISPLAY "COBLOG-PLAN: --op="
                   FUNCTION TRIM(WS-OPERATION)
                   " requires --slug=<slug>"
                   UPON SYSERR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE WS-RECORDS-IN TO WS-RECORDS-IN-DISP
           MOVE WS-RECORDS-OUT TO WS-RECORDS-OUT-DISP
           DISPLAY "COBLOG-PLAN: op="
               FUNCTION TRIM(WS-OPERATION)
               " records-in=" FUNCTION TRIM(WS-RECORDS-IN-DISP)
               " records-out=" FUNCTION TRIM(WS-RECORDS-OUT-DISP)
               UPON SYSERR.

       REPORT-PLAN-OPEN-ERROR.
           DISPLAY "COBLOG-PLAN: cannot open master "
               FUNCTION TRIM(WS-PLAN-PATH)
               " (status " WS-PLAN-STATUS ")"
               UPON SYSERR
           MOVE 1 TO WS-OP-FAILED.

      * ------------------------------------------------------------
      * load: one-time conversion of a fixed-width PLANREC stream
      * into a fresh indexed master.
      * ------------------------------------------------------------
       OP-LOAD.
           OPEN OUTPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               PERFORM REPORT-PLAN-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INPUT-FILE
           PERFORM UNTIL 1 = 0
               READ INPUT-FILE INTO PLAN-RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-RECORDS-IN
                       WRITE PLAN-RECORD
                           INVALID KEY
                               DISPLAY "COBLOG-PLAN: "
                                   "duplicate slug '"
                                   FUNCTION TRIM(PLAN-SLUG)
                                   "' during load"
                                   UPON SYSERR
                               MOVE 1 TO WS-OP-FAILED
                           NOT INVALID KEY
                               ADD 1 TO WS-RECORDS-OUT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           CLOSE PLAN-FILE.

      * ------------------------------------------------------------
      * add / change: one plan line per piece on stdin.
      * ------------------------------------------------------------
       OP-ADD.
           OPEN I-O PLAN-FILE
           IF WS-PLAN-STATUS = "35"
      * First add creates the master
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
           END-IF
           IF WS-PLAN-STATUS NOT = "00"
               PERFORM REPORT-PLAN-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INPUT-FILE
           PERFORM UNTIL 1 = 0
               READ INPUT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
                           ADD 1 TO WS-RECORDS-IN
                           PERFORM SPLIT-PLAN-LINE
                           IF WS-LINE-OK = 1
                               PERFORM ADD-ONE-PIECE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           CLOSE PLAN-FILE.

       ADD-ONE-PIECE.
           IF WS-PL-AUTHOR = SPACES
               OR WS-PL-DUE = SPACES
               DISPLAY "COBLOG-PLAN: '"
                   FUNCTION TRIM(WS-PL-SLUG)
                   "' needs an author and a due date - not added"
                   UPON SYSERR
               MOVE 1 TO WS-OP-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PL-SLUG TO PLAN-SLUG
           READ PLAN-FILE
               INVALID KEY
                   MOVE SPACES TO PLAN-RECORD
                   MOVE WS-PL-SLUG TO PLAN-SLUG
                   MOVE WS-PL-TITLE TO PLAN-TITLE
                   MOVE WS-PL-AUTHOR TO PLAN-AUTHOR
                   MOVE WS-PL-TAG TO PLAN-TAG
                   MOVE WS-PL-DUE TO PLAN-DUE-DATE
                   MOVE WS-RUN-DATE TO PLAN-ADDED-DATE
                   WRITE PLAN-RECORD
                       INVALID KEY
                           DISPLAY "COBLOG-PLAN: write failed for '"
                               FUNCTION TRIM(WS-PL-SLUG)
                               "' (status " WS-PLAN-STATUS ")"
                               UPON SYSERR
                           MOVE 1 TO WS-OP-FAILED
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-OUT
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "COBLOG-PLAN: '"
                       FUNCTION TRIM(WS-PL-SLUG)
                       "' is already on the plan (due "
                       PLAN-DUE-DATE ", "
                       FUNCTION TRIM(PLAN-AUTHOR)
                       ") - use --op=change"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
           END-READ.

       OP-CHANGE.
           OPEN I-O PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               PERFORM REPORT-PLAN-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INPUT-FILE
           PERFORM UNTIL 1 = 0
               READ INPUT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION TRIM(INPUT-RECORD) NOT = SPACES
                           ADD 1 TO WS-RECORDS-IN
                           PERFORM SPLIT-PLAN-LINE
                           IF WS-LINE-OK = 1
                               PERFORM CHANGE-ONE-PIECE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           CLOSE PLAN-FILE.

       CHANGE-ONE-PIECE.
           MOVE WS-PL-SLUG TO PLAN-SLUG
           READ PLAN-FILE
               INVALID KEY
                   DISPLAY "COBLOG-PLAN: '"
                       FUNCTION TRIM(WS-PL-SLUG)
                       "' is not on the plan"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
               NOT INVALID KEY
                   IF WS-PL-TITLE NOT = SPACES
                       MOVE WS-PL-TITLE TO PLAN-TITLE
                   END-IF
                   IF WS-PL-AUTHOR NOT = SPACES
                       MOVE WS-PL-AUTHOR TO PLAN-AUTHOR
                   END-IF
                   IF WS-PL-TAG NOT = SPACES
                       MOVE WS-PL-TAG TO PLAN-TAG
                   END-IF
                   IF WS-PL-DUE NOT = SPACES
                       MOVE WS-PL-DUE TO PLAN-DUE-DATE
                   END-IF
                   REWRITE PLAN-RECORD
                       INVALID KEY
                           DISPLAY "COBLOG-PLAN: "
                               "rewrite failed (status "
                               WS-PLAN-STATUS ")"
                               UPON SYSERR
                           MOVE 1 TO WS-OP-FAILED
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-OUT
                   END-REWRITE
           END-READ.

       SPLIT-PLAN-LINE.
      * INPUT-RECORD in -> WS-PL-* out; WS-LINE-OK 0 when the line
      * cannot name a piece or carries a bad due date
           MOVE 1 TO WS-LINE-OK
           MOVE SPACES TO WS-PL-SLUG WS-PL-TITLE WS-PL-AUTHOR
               WS-PL-TAG WS-PL-DUE
           UNSTRING INPUT-RECORD DELIMITED BY "|"
               INTO WS-PL-SLUG WS-PL-TITLE WS-PL-AUTHOR
                    WS-PL-TAG WS-PL-DUE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-PL-SLUG) TO WS-PL-SLUG
           MOVE FUNCTION TRIM(WS-PL-TITLE) TO WS-PL-TITLE
           MOVE FUNCTION TRIM(WS-PL-AUTHOR) TO WS-PL-AUTHOR
           MOVE FUNCTION TRIM(WS-PL-TAG) TO WS-PL-TAG
           MOVE FUNCTION TRIM(WS-PL-DUE) TO WS-PL-DUE
           IF WS-PL-SLUG = SPACES
               IF WS-PL-TITLE = SPACES
                   DISPLAY "COBLOG-PLAN: line '"
                       FUNCTION TRIM(INPUT-RECORD)
                       "' has neither a slug nor a working title"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
                   MOVE 0 TO WS-LINE-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PL-TITLE TO WS-SLUG-SRC
               PERFORM DERIVE-SLUG-FROM-TITLE
           END-IF
           IF WS-PL-DUE NOT = SPACES
               IF WS-PL-DUE NOT NUMERIC
                   OR WS-PL-DUE(5:2) < "01" OR WS-PL-DUE(5:2) > "12"
                   OR WS-PL-DUE(7:2) < "01" OR WS-PL-DUE(7:2) > "31"
                   DISPLAY "COBLOG-PLAN: '"
                       FUNCTION TRIM(WS-PL-SLUG)
                       "' due date '" FUNCTION TRIM(WS-PL-DUE)
                       "' is not YYYYMMDD"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
                   MOVE 0 TO WS-LINE-OK
               END-IF
           END-IF.

       DERIVE-SLUG-FROM-TITLE.
      * WS-SLUG-SRC in -> WS-PL-SLUG out
           MOVE SPACES TO WS-PL-SLUG
           MOVE 0 TO WS-SLUG-OUT-I
           MOVE 0 TO WS-SLUG-PEND-HYPHEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SLUG-SRC))
               TO WS-SLUG-LEN
           PERFORM VARYING WS-SLUG-I FROM 1 BY 1
               UNTIL WS-SLUG-I > WS-SLUG-LEN
                  OR WS-SLUG-OUT-I >= 60
               MOVE WS-SLUG-SRC(WS-SLUG-I:1) TO WS-SLUG-CHAR
               IF WS-SLUG-CHAR NOT = SPACE
                   AND (WS-SLUG-CHAR IS ALPHABETIC
                       OR WS-SLUG-CHAR IS NUMERIC)
                   IF WS-SLUG-PEND-HYPHEN = 1
                       AND WS-SLUG-OUT-I > 0
                       AND WS-SLUG-OUT-I < 59
                       ADD 1 TO WS-SLUG-OUT-I
                       MOVE "-" TO WS-PL-SLUG(WS-SLUG-OUT-I:1)
                   END-IF
                   MOVE 0 TO WS-SLUG-PEND-HYPHEN
                   ADD 1 TO WS-SLUG-OUT-I
                   MOVE FUNCTION LOWER-CASE(WS-SLUG-CHAR)
                       TO WS-PL-SLUG(WS-SLUG-OUT-I:1)
               ELSE
                   MOVE 1 TO WS-SLUG-PEND-HYPHEN
               END-IF
           END-PERFORM.

       OP-DROP.
           OPEN I-O PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               PERFORM REPORT-PLAN-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TARGET-SLUG TO PLAN-SLUG
           DELETE PLAN-FILE
               INVALID KEY
                   DISPLAY "COBLOG-PLAN: '"
                       FUNCTION TRIM(WS-TARGET-SLUG)
                       "' is not on the plan"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-OUT
           END-DELETE
           CLOSE PLAN-FILE.

       OP-INQUIRE.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               PERFORM REPORT-PLAN-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUTPUT-FILE
           MOVE WS-TARGET-SLUG TO PLAN-SLUG
           READ PLAN-FILE
               INVALID KEY
                   DISPLAY "COBLOG-PLAN: '"
                       FUNCTION TRIM(WS-TARGET-SLUG)
                       "' is not on the plan"
                       UPON SYSERR
                   MOVE 1 TO WS-OP-FAILED
               NOT INVALID KEY
                   MOVE PLAN-RECORD TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   ADD 1 TO WS-RECORDS-OUT
           END-READ
           CLOSE OUTPUT-FILE
           CLOSE PLAN-FILE.

      * ------------------------------------------------------------
      * export: the whole master in slug (key) order, as the
      * fixed-width stream COBLOG-PLANCHECK reconciles.
      * ------------------------------------------------------------
       OP-EXPORT.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               PERFORM REPORT-PLAN-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUTPUT-FILE
           PERFORM UNTIL 1 = 0
               READ PLAN-FILE NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-RECORDS-IN
               MOVE PLAN-RECORD TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               ADD 1 TO WS-RECORDS-OUT
           END-PERFORM
           CLOSE OUTPUT-FILE
           CLOSE PLAN-FILE.

       PROGRAM-ID. COBLOG-BUILD.
      * ============================================================
      * COBLOG Pipeline Run-Control Driver
      * Runs the nightly build steps from a run-control file
      * (--runctl=<path>, one "step-name|shell command" per line;
      * blank lines and lines starting with # are skipped),
      * recording each step's start/end timestamp, return code and
      * state in a run-status file (--status=<path>, default
      * coblog-build.status). The status file is rewritten every
      * time a step starts or finishes, so a failure at 02:00
      * leaves an exact record of what completed.
      *
      * A step may declare the earlier steps it depends on:
      *     step-name|after=dep-1,dep-2|shell command
      * "after=" with an empty list means the step depends on
      * nothing. A line without an after= field depends on the
      * step above it, so an old run-control file still runs
      * strictly top to bottom. A dependency must name a step
      * listed earlier in the file - a typo or a forward reference
      * stops the run before anything is started.
      *
      * Every step whose prerequisites are all OK is started in the
      * background at once, up to --parallel=<n> steps at a time
      * (default 4; --parallel=1 runs one step at a time). Each
      * started step leaves its exit code in a marker file next to
      * the status file (<status>.<nn>.rc), which the driver polls
      * for once a second.
      *
      * On rerun the driver resumes with the steps that are not
      * recorded as OK - the per-step equivalent of the --resume
      * checkpoint COBLOG-SITE keeps internally. Once every step is
      * OK a rerun starts the whole chain from the top again.
      *
      * When a step fails no further steps are started; the steps
      * already running are waited for and recorded, then the run
      * stops and exits non-zero. Each step's outcome is reported
      * on stderr in the same audit-line style as the rest of the
      * pipeline.
      *
      * Modification history:
      *   2026-08-22  dev   Initial version.
      *   2026-10-15  dev   Step dependencies (after=) and parallel
      *                     running of ready steps (--parallel=).
      * ============================================================

       ENVIRONMENT DIVISION.
           SELECT STATUS-FILE ASSIGN TO WS-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT RC-FILE ASSIGN TO WS-RC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATUS-FILE.
       01 STATUS-LINE          PIC X(300).

       FD RC-FILE.
       01 RC-LINE              PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS     PIC XX VALUE SPACES.
       01 WS-STATUS-STATUS     PIC XX VALUE SPACES.
       01 WS-RC-STATUS         PIC XX VALUE SPACES.
       01 WS-RUNCTL-PATH       PIC X(256) VALUE SPACES.
       01 WS-GOT-RUNCTL        PIC 9  VALUE 0.
       01 WS-STATUS-PATH       PIC X(256)
           VALUE "coblog-build.status".

      * The build steps, in run-control order. WS-STEP-DEP holds
      * the table positions of the steps this one waits for;
      * WS-STEP-LAUNCHED marks a step started during this run, so a
      * step that fails is not started a second time.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-STEP-NAME    PIC X(30).
               10 WS-STEP-START   PIC X(14).
               10 WS-STEP-END     PIC X(14).
               10 WS-STEP-RC      PIC 9(4).
               10 WS-STEP-LAUNCHED PIC 9.
               10 WS-STEP-DEP-COUNT PIC 9.
               10 WS-STEP-DEP     PIC 99 OCCURS 8 TIMES.
       01 WS-STEP-COUNT        PIC 99 VALUE 0.
       01 WS-STEP-I            PIC 99 VALUE 0.
       01 WS-STEP-J            PIC 99 VALUE 0.
       01 WS-DEP-I             PIC 9  VALUE 0.
       01 WS-STEP-READY        PIC 9  VALUE 0.
       01 WS-ALL-OK            PIC 9  VALUE 0.
       01 WS-RUN-FAILED        PIC 9  VALUE 0.
       01 WS-FAILED-RC         PIC 9(4) VALUE 0.
       01 WS-RAW-RC            PIC S9(9) COMP VALUE 0.
       01 WS-STEP-EXIT         PIC 9(4) VALUE 0.
       01 WS-RC-REM            PIC 9(4) VALUE 0.
       01 WS-SYS-CMD           PIC X(700) VALUE SPACES.

      * Parallel running: the concurrency limit, the steps now in
      * flight, and each step's exit-code marker file
       01 WS-MAX-PARALLEL      PIC 99 VALUE 4.
       01 WS-RUNNING-COUNT     PIC 99 VALUE 0.
       01 WS-RC-PATH           PIC X(300) VALUE SPACES.
       01 WS-STEP-NUM          PIC 99 VALUE 0.
       01 WS-SLEEP-CMD         PIC X(20) VALUE "sleep 1".

      * One after= dependency list taken apart
       01 WS-DEP-LIST          PIC X(256) VALUE SPACES.
       01 WS-DEP-SPLIT.
           05 WS-DEP-PART OCCURS 8 TIMES PIC X(30).
       01 WS-DEP-FOUND         PIC 9  VALUE 0.

       01 WS-RC-DISP           PIC ZZZ9.
       01 WS-STEP-COUNT-DISP   PIC Z9.

           PERFORM VARYING WS-STEP-I FROM 1 BY 1
               UNTIL WS-STEP-I > WS-STEP-COUNT
               IF WS-STEP-STATE(WS-STEP-I) = "OK"
                   DISPLAY "COBLOG-BUILD: step="
                       FUNCTION TRIM(WS-STEP-NAME(WS-STEP-I))
                       " already OK, skipped"
                       UPON SYSERR
                   ADD 1 TO WS-DONE-COUNT
               END-IF
           END-PERFORM

      * Start whatever is ready, then poll the running steps until
      * they finish, starting newly ready steps as slots free up.
      * Nothing running after a launch pass means nothing more can
      * run - the chain is done, or stopped on a failure.
           PERFORM UNTIL 1 = 0
               PERFORM COLLECT-FINISHED-STEPS
               IF WS-RUN-FAILED = 0
                   PERFORM LAUNCH-READY-STEPS
               END-IF
               IF WS-RUNNING-COUNT = 0
                   EXIT PERFORM
               END-IF
               CALL "SYSTEM" USING WS-SLEEP-CMD
           END-PERFORM

           MOVE WS-STEP-COUNT TO WS-STEP-COUNT-DISP
           MOVE WS-DONE-COUNT TO WS-DONE-COUNT-DISP
           DISPLAY "COBLOG-BUILD: steps-completed="
                       TO WS-RUNCTL-PATH
                   MOVE 1 TO WS-GOT-RUNCTL
               ELSE
               IF WS-ARG-ENTRY(WS-ARG-I)(1:9) = "--status="
                   MOVE WS-ARG-ENTRY(WS-ARG-I)(10:)
                       TO WS-STATUS-PATH
               ELSE
                   IF WS-ARG-ENTRY(WS-ARG-I)(1:11) = "--parallel="
                       IF FUNCTION TRIM(WS-ARG-ENTRY(WS-ARG-I)(12:))
                           IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                               WS-ARG-ENTRY(WS-ARG-I)(12:))
                               TO WS-MAX-PARALLEL
                       END-IF
                       IF WS-MAX-PARALLEL = 0
                           MOVE 1 TO WS-MAX-PARALLEL
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       LOAD-RUN-CONTROL.
                   INTO WS-STEP-NAME(WS-STEP-COUNT)
                   WITH POINTER WS-SPLIT-PTR
               END-UNSTRING
               MOVE 0 TO WS-STEP-DEP-COUNT(WS-STEP-COUNT)
               MOVE 0 TO WS-STEP-LAUNCHED(WS-STEP-COUNT)
      * An optional after= field comes next; without one the step
      * waits for the step above it, the old top-to-bottom order
               IF WS-SPLIT-PTR <= 250
                   AND RUNCTL-LINE(WS-SPLIT-PTR:6) = "after="
                   ADD 6 TO WS-SPLIT-PTR
                   MOVE SPACES TO WS-DEP-LIST
                   UNSTRING RUNCTL-LINE DELIMITED BY "|"
                       INTO WS-DEP-LIST
                       WITH POINTER WS-SPLIT-PTR
                   END-UNSTRING
                   PERFORM STORE-STEP-DEPENDENCIES
               ELSE
                   IF WS-STEP-COUNT > 1
                       MOVE 1 TO WS-STEP-DEP-COUNT(WS-STEP-COUNT)
                       COMPUTE WS-STEP-DEP(WS-STEP-COUNT, 1) =
                           WS-STEP-COUNT - 1
                   END-IF
               END-IF
               IF WS-SPLIT-PTR <= 256
                   MOVE RUNCTL-LINE(WS-SPLIT-PTR:)
                       TO WS-STEP-CMD(WS-STEP-COUNT)
                   UPON SYSERR
           END-IF.

       STORE-STEP-DEPENDENCIES.
      * after=a,b,c -> table positions of the named steps. Only
      * steps already read (listed above this one) can be named,
      * which keeps the dependency graph free of cycles. A list
      * longer than the table holds stops the run: a dropped name
      * would let the step start before its prerequisite is done.
           MOVE SPACES TO WS-DEP-SPLIT
           UNSTRING WS-DEP-LIST DELIMITED BY ","
               INTO WS-DEP-PART(1) WS-DEP-PART(2) WS-DEP-PART(3)
                    WS-DEP-PART(4) WS-DEP-PART(5) WS-DEP-PART(6)
                    WS-DEP-PART(7) WS-DEP-PART(8)
               ON OVERFLOW
                   DISPLAY "COBLOG-BUILD: step '"
                       FUNCTION TRIM(WS-STEP-NAME(WS-STEP-COUNT))
                       "' in " FUNCTION TRIM(WS-RUNCTL-PATH)
                       " names more than 8 after= steps"
                       UPON SYSERR
                   CLOSE RUNCTL-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-UNSTRING
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I > 8
               IF FUNCTION TRIM(WS-DEP-PART(WS-DEP-I)) NOT = SPACES
                   MOVE 0 TO WS-DEP-FOUND
                   PERFORM VARYING WS-STEP-J FROM 1 BY 1
                       UNTIL WS-STEP-J >= WS-STEP-COUNT
                       IF FUNCTION TRIM(WS-STEP-NAME(WS-STEP-J))
                           = FUNCTION TRIM(WS-DEP-PART(WS-DEP-I))
                           MOVE 1 TO WS-DEP-FOUND
                           ADD 1 TO WS-STEP-DEP-COUNT(WS-STEP-COUNT)
                           MOVE WS-STEP-J TO WS-STEP-DEP(WS-STEP-COUNT,
                               WS-STEP-DEP-COUNT(WS-STEP-COUNT))
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-DEP-FOUND = 0
                       DISPLAY "COBLOG-BUILD: step '"
                           FUNCTION TRIM(WS-STEP-NAME(WS-STEP-COUNT))
                           "' in " FUNCTION TRIM(WS-RUNCTL-PATH)
                           " depends on '"
                           FUNCTION TRIM(WS-DEP-PART(WS-DEP-I))
                           "', which is not an earlier step"
                           UPON SYSERR
                       CLOSE RUNCTL-FILE
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-RUN-STATUS.
      * A missing status file simply means a fresh run
           OPEN INPUT STATUS-FILE
               END-IF
           END-PERFORM.

       LAUNCH-READY-STEPS.
      * Start every step that has not run yet this run, is not OK,
      * and whose prerequisites are all OK - while slots remain.
           PERFORM VARYING WS-STEP-I FROM 1 BY 1
               UNTIL WS-STEP-I > WS-STEP-COUNT
                   OR WS-RUNNING-COUNT >= WS-MAX-PARALLEL
                   OR WS-RUN-FAILED = 1
               IF WS-STEP-STATE(WS-STEP-I) NOT = "OK"
                   AND WS-STEP-LAUNCHED(WS-STEP-I) = 0
                   PERFORM CHECK-STEP-READY
                   IF WS-STEP-READY = 1
                       PERFORM START-ONE-STEP
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-STEP-READY.
           MOVE 1 TO WS-STEP-READY
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I > WS-STEP-DEP-COUNT(WS-STEP-I)
               MOVE WS-STEP-DEP(WS-STEP-I, WS-DEP-I) TO WS-STEP-J
               IF WS-STEP-STATE(WS-STEP-J) NOT = "OK"
                   MOVE 0 TO WS-STEP-READY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUILD-RC-PATH.
      * <status path>.<nn>.rc for the step at WS-STEP-I
           MOVE WS-STEP-I TO WS-STEP-NUM
           MOVE SPACES TO WS-RC-PATH
           STRING FUNCTION TRIM(WS-STATUS-PATH) "." WS-STEP-NUM ".rc"
               DELIMITED SIZE INTO WS-RC-PATH.

       START-ONE-STEP.
           PERFORM BUILD-RC-PATH
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-STEP-START(WS-STEP-I)
           MOVE SPACES TO WS-STEP-END(WS-STEP-I)
           MOVE 0 TO WS-STEP-RC(WS-STEP-I)
           MOVE "RUNNING" TO WS-STEP-STATE(WS-STEP-I)
           MOVE 1 TO WS-STEP-LAUNCHED(WS-STEP-I)

      * The step runs in a background subshell that drops its exit
      * code into the marker file when it ends; the marker is
      * written under a temporary name and renamed, so the poll
      * never reads a half-written code
           MOVE SPACES TO WS-SYS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-RC-PATH) "; ( ( "
               FUNCTION TRIM(WS-STEP-CMD(WS-STEP-I))
               " ); echo $? > " FUNCTION TRIM(WS-RC-PATH)
               ".tmp; mv " FUNCTION TRIM(WS-RC-PATH) ".tmp "
               FUNCTION TRIM(WS-RC-PATH) " ) &"
               DELIMITED SIZE INTO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD
           MOVE RETURN-CODE TO WS-RAW-RC
           MOVE 0 TO RETURN-CODE

           IF WS-RAW-RC NOT = 0
      * The shell could not even be started - a failure like any
      * other, recorded against the step
               MOVE 1 TO WS-STEP-EXIT
               PERFORM RECORD-STEP-END
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RUNNING-COUNT
           DISPLAY "COBLOG-BUILD: step="
               FUNCTION TRIM(WS-STEP-NAME(WS-STEP-I))
               " started"
               UPON SYSERR
           PERFORM SAVE-RUN-STATUS.

       COLLECT-FINISHED-STEPS.
      * A RUNNING step whose marker file has appeared has finished
           PERFORM VARYING WS-STEP-I FROM 1 BY 1
               UNTIL WS-STEP-I > WS-STEP-COUNT
               IF WS-STEP-LAUNCHED(WS-STEP-I) = 1
                   AND WS-STEP-STATE(WS-STEP-I) = "RUNNING"
                   PERFORM CHECK-ONE-STEP-DONE
               END-IF
           END-PERFORM.

       CHECK-ONE-STEP-DONE.
           PERFORM BUILD-RC-PATH
           OPEN INPUT RC-FILE
           IF WS-RC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RC-LINE
           READ RC-FILE
               AT END
                   MOVE SPACES TO RC-LINE
           END-READ
           CLOSE RC-FILE
           MOVE SPACES TO WS-SYS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-RC-PATH)
               DELIMITED SIZE INTO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD
           MOVE 0 TO RETURN-CODE

      * The shell's $? is already the plain exit code (a signal
      * shows as 128 + signal number); anything unreadable counts
      * as a failure
           IF FUNCTION TRIM(RC-LINE) IS NUMERIC
               MOVE FUNCTION NUMVAL(RC-LINE) TO WS-STEP-EXIT
           ELSE
               MOVE 1 TO WS-STEP-EXIT
           END-IF
           SUBTRACT 1 FROM WS-RUNNING-COUNT
           PERFORM RECORD-STEP-END.

       RECORD-STEP-END.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-STEP-END(WS-STEP-I)
           MOVE WS-STEP-EXIT TO WS-STEP-RC(WS-STEP-I)
                   UPON SYSERR
           ELSE
               MOVE "FAIL" TO WS-STEP-STATE(WS-STEP-I)
               IF WS-RUN-FAILED = 0
                   MOVE WS-STEP-EXIT TO WS-FAILED-RC
               END-IF
               MOVE 1 TO WS-RUN-FAILED
               DISPLAY "COBLOG-BUILD: step="
                   FUNCTION TRIM(WS-STEP-NAME(WS-STEP-I))
                   " rc=" FUNCTION TRIM(WS-RC-DISP)
           PERFORM SAVE-RUN-STATUS.

       SAVE-RUN-STATUS.
      * Rewrite the whole status file - one line per step - every
      * time a step starts or ends, so an interruption at any point
      * leaves an accurate record for the rerun to resume from.
           OPEN OUTPUT STATUS-FILE
           IF WS-STATUS-STATUS NOT = "00"
               DISPLAY "COBLOG-BUILD: cannot write status file "

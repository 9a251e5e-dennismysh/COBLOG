      * ============================================================
      * PLANREC - COBLOG Editorial Plan Record Layout
      * One record per commissioned piece: who owes what, under
      * which tag, by when. COPY this member under the 01-level
      * each program declares, the same way POSTREC is copied.
      *
      * PLAN-SLUG is the record key in the COBLOG-PLAN indexed
      * master. It is the slug the piece is expected to go out
      * under; when the commission only has a working title,
      * COBLOG-PLAN derives the key from the title and
      * COBLOG-PLANCHECK falls back to matching the title against
      * POST-TITLE, so a piece published under a different slug is
      * still found.
      *
      * PLAN-DUE-DATE is the date the piece is due to be published
      * (YYYYMMDD); PLAN-ADDED-DATE is the day it went on the plan.
      *
      * Total length: 266 bytes.
      *
      * Modification history:
      *   2026-10-15  dev   Initial version.
      * ============================================================
           05 PLAN-SLUG            PIC X(60).
           05 PLAN-TITLE           PIC X(120).
           05 PLAN-AUTHOR          PIC X(40).
           05 PLAN-TAG             PIC X(30).
           05 PLAN-DUE-DATE        PIC X(8).
           05 PLAN-ADDED-DATE      PIC X(8).

      * once moderation has cleared the comment; anything else
      * keeps it off the page and on the moderation report.
      *
      * A reply names its parent comment on the same post by the
      * parent's COMM-DATE / COMM-NAME in COMM-PARENT-DATE /
      * COMM-PARENT-NAME; both blank means a top-level comment.
      * COMM-EMAIL is the commenter's address, if they left one,
      * and COMM-NOTIFY is "Y" when they asked to hear about
      * replies to the comment - the address is used for nothing
      * else.
      *
      * Total length: 438 bytes.
      *
      * Modification history:
      *   2026-08-22  dev   Initial version.
      *   2026-10-15  dev   Reply threading: parent comment key,
      *                     commenter address and reply opt-in.
      * ============================================================
           05 COMM-SLUG            PIC X(60).
           05 COMM-DATE            PIC X(8).
           05 COMM-NAME            PIC X(40).
           05 COMM-APPROVED        PIC X(1).
           05 COMM-TEXT-LINE       PIC X(200).
           05 COMM-PARENT-DATE     PIC X(8).
           05 COMM-PARENT-NAME     PIC X(40).
           05 COMM-EMAIL           PIC X(80).
           05 COMM-NOTIFY          PIC X(1).

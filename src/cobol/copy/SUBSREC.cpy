      * COBLOG-SUBSCRIBERS indexed master. SUB-UNSUB-DATE is blank
      * while the subscription is active; once set, the address
      * never appears on a send list again (the record is kept, not
      * deleted, precisely so the address stays known). The one
      * exception is a reader's erasure request: COBLOG-ERASE
      * deletes the record outright.
      *
      * SUB-TAG-1/2/3/4 are the tags the reader asked to follow;
      * all blank means "everything". A digest run containing no
      * post under any followed tag skips the subscriber.
      *
      * SUB-SUPPRESS-DATE is set when the mail provider reports the
      * address as dead or complaining (COBLOG-SUBSCRIBERS
      * --op=bounces): a hard bounce or a spam complaint suppresses
      * at once, soft bounces once SUB-SOFT-BOUNCES reaches the
      * threshold. SUB-SUPPRESS-REASON is HARD, COMPLAINT or SOFT.
      * A suppressed address stays off every send list, like an
      * unsubscribed one. Records loaded before these fields
      * existed carry blanks in them; a non-numeric
      * SUB-SOFT-BOUNCES counts as zero.
      *
      * SUB-CADENCE is how often the reader wants the digest:
      * DAILY, WEEKLY or MONTHLY. Blank (every record loaded before
      * the field existed) means WEEKLY.
      *
      * Total length: 252 bytes.
      *
      * Modification history:
      *   2026-09-02  dev   Initial version.
      *   2026-10-15  dev   Bounce count and suppression date and
      *                     reason.
      *   2026-10-15  dev   Digest cadence.
      *   2026-10-15  dev   Note on erasure deleting the record.
      * ============================================================
           05 SUB-ADDRESS          PIC X(80).
           05 SUB-SIGNUP-DATE      PIC X(8).
           05 SUB-TAG-2            PIC X(30).
           05 SUB-TAG-3            PIC X(30).
           05 SUB-TAG-4            PIC X(30).
           05 SUB-SOFT-BOUNCES     PIC 9(3).
           05 SUB-LAST-BOUNCE-DATE PIC X(8).
           05 SUB-SUPPRESS-DATE    PIC X(8).
           05 SUB-SUPPRESS-REASON  PIC X(10).
           05 SUB-CADENCE          PIC X(7).

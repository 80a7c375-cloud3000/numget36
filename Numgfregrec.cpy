      *> $title "NUMGFREGREC - NUMGFREG FEED REGISTRY RECORD"
      *>
      *>************************************************************
      *>
      *>  The record layout of the NUMGFREG keyed feed registry -
      *>  one record per feed id and business date NUMGBATCH has
      *>  processed, carrying the trailer's count and hash total
      *>  as the bracket's fingerprint. The header/trailer checks
      *>  prove a bracket is complete; this proves it is new. A
      *>  bracket arriving with the feed id, business date, count
      *>  and hash of one already processed cleanly is a resend or
      *>  a replayed NUMGIN, and NUMGBATCH refuses it rather than
      *>  REWRITE the same master records for NUMGGLX to post a
      *>  second time - unless the NUMGPRM record authorizes that
      *>  feed's replay.
      *>
      *>  Outcome of the processing the fingerprint belongs to:
      *>
      *>    "A"  Processed, and the trailer agreed - a later
      *>         bracket matching it is refused.
      *>    "I"  Processed out of integrity (Numgfst-Verdict says
      *>         how) - a resend is the expected cure, so it is
      *>         processed and its figures replace these.
      *>
      *>  Replay-Action records what became of the latest bracket
      *>  that matched an "A" fingerprint:
      *>
      *>    "R"  Refused - nothing converted or posted.
      *>    "P"  Processed again under a NUMGPRM authorization.
      *>
      *>  Copied under the FD of every program that touches the
      *>  registry (NUMGBATCH, NUMGFRPT), the same single-
      *>  definition discipline Numgmstrec applies to the master.
      *>
      *>************************************************************
      01  Numgfreg-Record.
          02  Numgfreg-Key.
              03  Numgfreg-Feed-Id      Pic X(08).
              03  Numgfreg-Business-Date Pic X(08).
          02  Numgfreg-Trailer-Count    Pic 9(09).
          02  Numgfreg-Trailer-Hash     Pic 9(18).
          02  Numgfreg-Run-Stamp        Pic X(14).
          *> The run that processed the bracket these figures
          *> came from.
          02  Numgfreg-Outcome          Pic X(01).
              88  Numgfreg-Agreed         Value "A".
              88  Numgfreg-Out-Of-Integrity Value "I".
          02  Numgfreg-Verdict          Pic X(01).
          *> That run's NUMGFST trailer verdict.
          02  Numgfreg-Replay-Count     Pic 9(04).
          02  Numgfreg-Replay-Stamp     Pic X(14).
          02  Numgfreg-Replay-Action    Pic X(01).
              88  Numgfreg-Replay-Refused   Value "R".
              88  Numgfreg-Replay-Processed Value "P".

      *>************************************************************
      *>
      *>  The record layout of the NUMGMST keyed master of converted
      *>  results NUMGBATCH maintains - one record per transaction
      *>  id, feed id and field name, WRITEd on first sight and
      *>  REWRITten in place by reruns and NUMGFIX resubmissions.
      *>  Copied under the FD of every program that reads or writes
      *>  the master (NUMGBATCH, NUMGINQ, NUMGFIX, NUMGCLN, NUMGARCH,
      *>  NUMGMCV, NUMGPCLS, NUMGREVL, NUMGJRPT), the same single-
      *>  definition discipline Numgfldrec applies to the field
      *>  table, so two programs can never disagree about where a
      *>  field sits in the record.
      *>
      *>************************************************************
      01  Numgmst-Record.
          *> means the same transaction id arrived twice in one input
          *> file - that is the duplicate detection the Line
          *> Sequential NUMGOUT could never give us.
          02  Numgmst-Reversed-Sw       Pic X(01).
              88  Numgmst-Reversed        Value "Y".
          *> "Y" once the sender has cancelled the transaction with
          *> a NUMGIN reversal record ("R"). The converted values are
          *> left exactly as they were - they are what NUMGGLX posts
          *> the reversing entries from - but the record is no longer
          *> a live amount. A fresh detail record for the same key
          *> makes it live again.
          02  Numgmst-Reversal-Stamp    Pic X(14).
          *> The Run-Stamp of the run that applied the reversal;
          *> spaces while the record is live.
          02  Numgmst-Business-Date     Pic X(08).
          *> The business date off the NUMGIN header of the feed
          *> bracket that wrote this value - the date whose NUMGRATE
          *> rate converted the home value, and the date NUMGREVL
          *> selects on when a rate is corrected. Spaces on records
          *> converted from a master built before it was carried.
          02  Numgmst-Amount-Key.
              03  Numgmst-Amount-Currency   Pic X(03).
              03  Numgmst-Amount-Biased     Pic 9(16)V9(04).
          *> The alternate key NUMGINQ finds an amount by: the
          *> currency code, then the scaled value with 10**15 added.
          *> The bias makes every value in the Scaled-Value picture
          *> positive, so the unsigned digits sort in true numeric
          *> order - negatives first - and a range of amounts within
          *> one currency is one contiguous stretch of the index.
          *> Derived, never keyed: every program that WRITEs or
          *> REWRITEs the master sets it from Numgmst-Currency-Code
          *> and Numgmst-Scaled-Value. Numgmst-Run-Stamp is the
          *> master's other alternate key; both allow duplicates.

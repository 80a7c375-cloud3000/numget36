*>  compared at each trailer against what was actually read, so a
*>  truncated transfer flags the run out of integrity with a
*>  non-zero return code instead of reconciling short days
*>  later; a NUMGFIX resubmission's header also names the
*>  operator who keyed its corrections, for the journal). One
*>  NUMGIN may hold several such header/detail/trailer brackets
*>  back to back - one per sending system - and
*>  each feed's trailer is verified against that feed's own
*>  count and hash. The header's feed id is carried onto every
*>  NUMGOUT and NUMGEXC row and into the NUMGMST key, so two
*>  loaded through Numgfldld at startup (defaulting to the
*>  historical Gross/Discount/Tax layout when no control file
*>  exists), and NUMGBATCH loops Numget36 over every field so
*>  defined. Once every field of a detail has converted, the
*>  NUMGXRUL cross-field rules (loaded through Numgxrld, checked
*>  by Numgxchk) test the amounts against each other - GROSS
*>  less DISCOUNT plus TAX must come to NET, and so on - and a
*>  transaction that breaks one is an exception on NUMGEXC and
*>  the NUMGEMS ledger under the rule's name rather than any one
*>  field's. A field the record does not carry is taken from
*>  the master for the check, so a NUMGFIX correction that puts
*>  the transaction back in balance closes the rule's entry.
*>  A reversal record ("R") cancels a transaction the
*>  sender sent on an earlier night: it names the transaction id
*>  (and optionally a single field name) and marks the matching
*>  master records reversed rather than replacing their values,
*>  journalling each before-image and writing a reversal row to
*>  NUMGOUT carrying the original amounts for NUMGGLX to post
*>  back. A reversal counts toward its feed's trailer count and
*>  hash exactly as a detail does; one that matches nothing on
*>  the master is an exception on NUMGEXC and the NUMGEMS
*>  ledger. NUMGIN is read newline-delimited (Line Sequential)
*>  as it always has been, or as fixed 373-byte records when the
*>  NUMGPRM input-format switch is "F" - mandatory for a feed
*>  whose NUMGFLDS table defines native packed or binary amount
*>  fields, since raw data bytes equal to the newline would
*>  split a line-sequential record.
*>
*>  Every bracket is also checked against the NUMGFREG feed
*>  registry (see Numgfregrec.cpy), which fingerprints each
*>  feed id and business date processed with the trailer's
*>  count and hash. A header whose feed and date were already
*>  processed cleanly has its bracket read ahead to the
*>  trailer: if the count and hash match too, the bracket is a
*>  resend or a replayed NUMGIN, and it is refused whole -
*>  nothing converts, nothing reaches NUMGOUT or the master for
*>  NUMGGLX to post twice - and its NUMGFST verdict says so.
*>  The NUMGPRM replay authorization names the one feed whose
*>  replay is deliberate and is to be processed again.
*>
*>  A master record whose run stamp falls in an accounting
*>  period NUMGPCLS has closed (the NUMGPCTL periods, loaded
*>  through Numgpcld) is final and is not changed: a new value
*>  or a reversal for it is refused, written to NUMGEXC as a
*>  closed-period exception and opened on the NUMGEMS ledger,
*>  and no NUMGOUT row is written for NUMGGLX to post into the
*>  closed month. The adjustment belongs in the current period.
*>
*>  Foreign amounts convert to home currency at the NUMGRATE rate
*>  in effect on the bracket's business date. NUMGRATE is kept
*>  as a dated history, so a rerun of an old business date
*>  converts at that day's rate and not tonight's, and every
*>  master record carries the business date it was converted
*>  for. A rate treasury corrects after the fact is put right
*>  on the master, journal and ledger by NUMGREVL rather than
*>  by reprocessing the feeds.
*>
*>  Produces five outputs:
*>
*>  NUMGOUT   Every amount field's converted Num36/Decptr, one
*>            output record per field per input record, tagged
*>            with the field name - plus one reversal row, tagged
*>            "R" in the entry type, for every master record a
*>            reversal record cancels.
*>
*>  NUMGEXC   An exception listing of every amount field whose
*>            Editerror came back non-zero or negative, so bad
*>            data can be reviewed without re-running anything.
*>
*>  NUMGFST   One feed-status record per header/trailer bracket:
*>            the feed id, its business date, the trailer
*>            verdict (count and hash agreed, or how they did
*>            not) and the figures behind it - what NUMGACK
*>            tells each sender about its own file.
*>
*>  NUMGFREG  The keyed feed registry: a record written for
*>            every bracket the first time its feed id and
*>            business date are processed, and updated when
*>            they arrive again - refused, replayed under
*>            authorization, or resent with different figures.
*>
*>  NUMGMST   A keyed (Indexed) master file of converted results,
*>            one record per transaction id plus field name,
*>            maintained with WRITE/REWRITE. Unlike the Line
     *> Open Output here would truncate them - destroying the
     *> very resumability the trial promises not to touch.

     Select Numgfst-File Assign To Dynamic Numgfst-File-Name
                          Organization Is Line Sequential
                          File Status Is Numgfst-Status.
     *> "NUMGFST" on a live run; "NUMGFSTT" on a validate-only
     *> trial pass, for the same reason NUMGEXC has a trial twin.

     Select Numgrst-File Assign To "NUMGRST"
                          Organization Is Line Sequential
                          File Status Is Numgrst-Status.
                          Organization Is Indexed
                          Access Mode Is Random
                          Record Key Is Numgmst-Key
                          Alternate Record Key Is Numgmst-Amount-Key
                             With Duplicates
                          Alternate Record Key Is Numgmst-Run-Stamp
                             With Duplicates
                          File Status Is Numgmst-Status.

     Select Numgems-File Assign To "NUMGEMS"
                          Record Key Is Numgems-Key
                          File Status Is Numgems-Status.

     Select Numgfreg-File Assign To "NUMGFREG"
                          Organization Is Indexed
                          Access Mode Is Random
                          Record Key Is Numgfreg-Key
                          File Status Is Numgfreg-Status.

     Select Numgjrn-File Assign To "NUMGJRN"
                          Organization Is Line Sequential
                          File Status Is Numgjrn-Status.
         88  Numgin-Header-Rec              Value "H".
         88  Numgin-Detail-Rec              Value "D".
         88  Numgin-Trailer-Rec             Value "T".
         88  Numgin-Reversal-Rec            Value "R".
     02  Numgin-Tran-Id                   Pic X(12).
     02  Numgin-Amount-Area               Pic X(360).
     *> Room for the ten 36-byte amount fields Numgfld-Table can
     02  Filler                           Pic X(01).
     02  Numgin-Feed-Id                   Pic X(08).
     02  Numgin-Business-Date             Pic X(08).
     02  Filler                           Pic X(01).
     02  Numgin-Operator-Id               Pic X(08).
     *> Spaces on a sender's feed. On a NUMGFIX resubmission
     *> bracket, the NUMGUSR operator who keyed the corrections -
     *> stamped on every NUMGJRN before-image the bracket causes.
 01  Numgin-Trailer-Layout.
     *> Last record of the file: how many detail records the
     *> sender wrote and the hash total of the raw amount digits,
     02  Filler                           Pic X(01).
     02  Numgin-Trailer-Count-X           Pic X(09).
     02  Numgin-Trailer-Hash-X            Pic X(18).
 01  Numgin-Reversal-Layout.
     *> A sender's cancellation of a transaction sent on an earlier
     *> night: the transaction id in the detail record's place and,
     *> optionally, the one field name to reverse - spaces reverse
     *> every field the master holds for the transaction under this
     *> feed.
     02  Filler                           Pic X(13).
     02  Numgin-Reversal-Field            Pic X(10).

 FD  Numginf-File.
 01  Numginf-Record                       Pic X(373).
     *> The feed the row arrived on, off that feed's NUMGIN
     *> header - appended so every sender's rows stay theirs when
     *> one run carries several feeds.
     02  Filler                    Pic X(01) Value Space.
     02  Numgout-Entry-Type        Pic X(01).
         88  Numgout-Reversal-Entry  Value "R".
     *> Space for a conversion; "R" for a reversal row, which
     *> carries the cancelled master record's original amounts -
     *> NUMGGLX posts it back, NUMGPRNT shows it as reversed, and
     *> the reconciliation and variance steps leave it out of the
     *> night's converted totals.

 FD  Numgexc-File.
 01  Numgexc-Record.
     *> without going to look up the Editerror number in the source.
     02  Filler                    Pic X(01) Value Space.
     02  Numgexc-Rule-Message      Pic X(40).
     *> The business rule the converted value broke (from Numgrule,
     *> or Numgxchk for a cross-field rule),
     *> alongside - not instead of - the Numerrmsg wording: a value
     *> can be syntactically clean (Editerror zero, message spaces)
     *> and still be flagged here as absurd for its field.
     *> The feed the exception arrived on - NUMGFIX brackets its
     *> resubmission under the same feed id so the correction
     *> REWRITEs the right feed's master record.
     02  Filler                    Pic X(01) Value Space.
     02  Numgexc-Reason-Code       Pic X(04).
     *> A stable code for the exception, independent of the
     *> wording beside it - what NUMGACK sends back to the sender:
     *>   Ennn  conversion rejected, Numget36 Editerror -nnn
     *>   Wnnn  converted with a warning, Editerror +nnn
     *>   BRnn  business rule broken (code from Numgrule)
     *>   XRnn  cross-field rule broken (code from Numgxchk) -
     *>         the field name is the rule's name and the value
     *>         is how far out the transaction is
     *>   RT01  no NUMGRATE rate for the currency symbol
     *>   ID01  missing transaction id
     *>   ID02  transaction id duplicated within the run
     *>   RV01  reversal for a transaction not on the master
     *>   RV02  transaction already reversed
     *>   PC01  master record in a closed period - the change
     *>         or reversal was not applied

 FD  Numgmst-File.
     *> Record layout shared with NUMGINQ through the Numgmstrec
     *> NUMGFIX and NUMGAGE through the Numgemsrec copybook.
     Copy Numgemsrec.

 FD  Numgfreg-File.
     *> Feed registry - layout shared with NUMGFRPT through the
     *> Numgfregrec copybook.
     Copy Numgfregrec.

 FD  Numgjrn-File.
     *> Before-image journal of every master REWRITE - layout
     *> shared with NUMGJRPT through the Numgjrnrec copybook.
     *> Units of home currency per one unit of the foreign
     *> currency, carried with an implied decimal the same way
     *> NUMGTOT carries its expected totals.
     02  Filler                    Pic X(01).
     02  Numgrate-Effective-Date   Pic X(08).
     *> yyyymmdd the rate takes effect from. NUMGRATE is a
     *> history: a currency code may appear on as many lines as
     *> it has had rates, and each bracket converts at the rate
     *> in effect on its header's business date - the line for
     *> that code with the latest effective date not after it.
     *> Spaces means in effect from the beginning, which is how
     *> a rate file kept before the history read back.

 FD  Numgprm-File.
 01  Numgprm-Record.
     *> packed or binary amount fields - see the Numginf-File
     *> select. A NUMGFIX resubmission file is pure display text
     *> and rides the line-sequential reading as always.
     02  Filler                    Pic X(01).
     02  Numgprm-Replay-Feed-Id    Pic X(08).
     *> The feed id whose bracket may be processed again although
     *> NUMGFREG shows the same feed, business date, count and
     *> hash already processed - a deliberate rerun after a
     *> restore, say. Spaces = no replay is authorized, and any
     *> such bracket is refused. Names one feed for one night:
     *> clear it once the replay has run.
     02  Filler                    Pic X(01).
     02  Numgprm-Close-Period      Pic X(06).
     *> Accounting period to close, yyyymm - read and applied by
     *> NUMGPCLS, not by this program; carried in the layout so
     *> the one NUMGPRM record means the same thing to every step
     *> that reads it.
     02  Filler                    Pic X(01).
     02  Numgprm-Purge-Operator    Pic X(08).
     *> NUMGUSR operator authorizing the NUMGARCH purge - read and
     *> applied by NUMGARCH, not by this program; carried in the
     *> layout for the same reason.

 FD  Numgfst-File.
 01  Numgfst-Record.
     02  Numgfst-Feed-Id           Pic X(08).
     02  Filler                    Pic X(01) Value Space.
     02  Numgfst-Business-Date     Pic X(08).
     02  Filler                    Pic X(01) Value Space.
     02  Numgfst-Verdict           Pic X(01).
     *> "A" count and hash agreed; "C" count disagreed; "H" hash
     *> disagreed; "B" both disagreed; "N" trailer count or hash
     *> not numeric; "M" no trailer - the bracket never closed;
     *> "R" refused as a replay of a bracket NUMGFREG shows
     *> already processed - nothing in it was converted.
     02  Filler                    Pic X(01) Value Space.
     02  Numgfst-Trailer-Count     Pic 9(09).
     02  Filler                    Pic X(01) Value Space.
     02  Numgfst-Read-Count        Pic 9(09).
     02  Filler                    Pic X(01) Value Space.
     02  Numgfst-Trailer-Hash      Pic 9(18).
     02  Filler                    Pic X(01) Value Space.
     02  Numgfst-Read-Hash         Pic 9(18).
     02  Filler                    Pic X(01) Value Space.
     02  Numgfst-Run-Stamp         Pic X(14).

 FD  Numgrst-File.
 01  Numgrst-Record.
     02  Numgrst-Byte-Position    Pic 9(09).
     02  Filler                   Pic X(01) Value Space.
     02  Numgrst-Complete-Sw      Pic X(01).
     02  Filler                   Pic X(01) Value Space.
     02  Numgrst-Run-Stamp        Pic X(14).
     *> The Run-Stamp of the run that wrote the checkpoint - what
     *> it registered on NUMGFREG is stamped with it, so a resume
     *> can tell that run's registrations from a real replay.
     *> Spaces on a checkpoint written before it was carried.

 Working-Storage Section.
 01  Numgin-Status              Pic X(02) Value "00".
 01  Numgout-Status             Pic X(02) Value "00".
 01  Numgexc-File-Name          Pic X(20) Value "NUMGEXC".
 01  Numgexc-Status             Pic X(02) Value "00".
 01  Numgfst-File-Name          Pic X(20) Value "NUMGFST".
 01  Numgfst-Status             Pic X(02) Value "00".
 01  Numgrst-Status             Pic X(02) Value "00".
     88  Numgrst-Not-Found       Values "35" "05".
 01  Numgmst-Status             Pic X(02) Value "00".
     88  Numgmst-File-Missing    Values "35" "05".
     88  Numgmst-Key-Not-Found    Value "23".
     88  Numgmst-Io-Ok           Values "00" "02".
     *> "02" is a good WRITE/REWRITE that left a duplicate on an
     *> alternate key - every record one run writes shares its
     *> Run-Stamp, so that is the normal case, not an error.
 01  Numgems-Status             Pic X(02) Value "00".
     88  Numgems-File-Missing    Values "35" "05".
     88  Numgems-Key-Not-Found    Value "23".
 01  Numgfreg-Status            Pic X(02) Value "00".
     88  Numgfreg-File-Missing   Values "35" "05".
     88  Numgfreg-Key-Not-Found   Value "23".
 01  Numgjrn-Status             Pic X(02) Value "00".
     88  Numgjrn-Not-Found       Values "35" "05".
 01  Numgrate-Status            Pic X(02) Value "00".
 01  Integrity-Failed-Sw          Pic X Value "N".
     88  Integrity-Failed          Value "Y".

*>
*> Replay detection against the NUMGFREG registry. A bracket whose
*> feed and date the registry shows processed cleanly is read
*> ahead to its trailer to compare the count and hash; when it is
*> not a replay after all, NUMGIN is closed, reopened and re-read
*> back to the header (Input-Record-Position counts the physical
*> records read) - the same re-read-and-discard a resume uses,
*> since neither reading of NUMGIN can be repositioned.
*>
 01  Registry-Open-Sw             Pic X Value "N".
     88  Registry-Open             Value "Y".
 01  Replay-Feed-Id               Pic X(08) Value Spaces.
 01  Bracket-Refused-Sw           Pic X Value "N".
     88  Bracket-Refused           Value "Y".
 01  Replay-Match-Sw              Pic X Value "N".
     88  Replay-Matched            Value "Y".
 01  Skipping-Sw                  Pic X Value "N".
     88  Skipping                  Value "Y".
     *> Set while a resume skips the records the prior run
     *> already processed - that run has already judged, and
     *> registered, the brackets they belong to.
 01  Bracket-Resumed-Sw           Pic X Value "N".
     88  Bracket-Resumed           Value "Y".
     *> Set when the bracket's header was read while skipping -
     *> its trailer is then read live, but the bracket is still
     *> the one the prior run already judged and registered.
 01  Resumed-Run-Stamp            Pic X(14) Value Spaces.
     *> The prior run's Run-Stamp, off its checkpoint, on a resume.
 01  Input-Record-Position        Pic 9(09) Comp Value 0.
 01  Header-Record-Position       Pic 9(09) Comp Value 0.
 01  Lookahead-Count              Pic 9(09) Comp Value 0.
 01  Replay-Refused-Count         Pic 9(09) Comp Value 0.

*>
*> The accounting periods NUMGPCLS has closed, as loaded from the
*> NUMGPCTL period-control file by Numgpcld. A master record whose
*> run stamp falls in one of them is locked against change. See
*> Numgpclrec.cpy.
*>
 Copy Numgpclrec.

 01  Numgpcld-Status              Pic X(02) Value Spaces.
 01  Period-Ix                    Pic 9(04) Comp Value 0.
 01  Master-Locked-Sw             Pic X Value "N".
     88  Master-Locked             Value "Y".
 01  Locked-Period                Pic X(06) Value Spaces.
 01  Closed-Period-Message        Pic X(60) Value Spaces.
 01  Closed-Period-Count          Pic 9(09) Comp Value 0.

*> Added to the scaled value to form the master's amount key -
*> see Numgmst-Amount-Key in Numgmstrec.cpy.
 01  Amount-Key-Bias              Pic 9(16) Value 1000000000000000.

*>
*> Per-feed integrity counters, reset at every header: each feed's
*> trailer vouches only for its own bracket of detail records, so
*> the count and hash it is checked against must restart with it.
*>
 01  Current-Feed-Id              Pic X(08) Value Spaces.
 01  Current-Business-Date        Pic X(08) Value Spaces.
 01  Current-Operator-Id          Pic X(08) Value Spaces.
 01  Feed-Detail-Count            Pic 9(09) Comp Value 0.
 01  Feed-Hash-Total              Pic 9(18) Comp Value 0.
 01  Trailer-Record-Count         Pic 9(09) Comp Value 0.
 01  Record-Count                Pic 9(09) Comp Value 0.
 01  Exception-Count             Pic 9(09) Comp Value 0.
 01  Duplicate-Tran-Count        Pic 9(09) Comp Value 0.

*>
*> Reversal activity this run: reversal records read, master
*> records they reversed, and reversals that found nothing on the
*> master to cancel (an exception) or found it already reversed.
*>
 01  Reversal-Record-Count       Pic 9(09) Comp Value 0.
 01  Reversed-Master-Count       Pic 9(09) Comp Value 0.
 01  Reversal-Unmatched-Count    Pic 9(09) Comp Value 0.
 01  Reversal-Repeat-Count       Pic 9(09) Comp Value 0.
 01  Reversal-Matched-Sw         Pic X Value "N".
     88  Reversal-Matched         Value "Y".
 01  Record-Length               Pic 9(09) Comp Value 0.
     *> Record type byte, 12-byte transaction id, one 36-byte
     *> amount field per Numgfld-Table entry, plus the line-

 01  Numgfldld-Status             Pic X(02) Value Spaces.

*>
*> The cross-field rules every detail must satisfy, as loaded from
*> the NUMGXRUL control file by Numgxrld, and the transaction's
*> amounts they are checked against by Numgxchk. See
*> Numgxrlrec.cpy and Numgxvlrec.cpy.
*>
 Copy Numgxrlrec.

 Copy Numgxvlrec.

 01  Numgxrld-Status              Pic X(02) Value Spaces.
 01  Xrule-Ix                     Pic 9(04) Comp Value 0.

 01  Field-Ix                     Pic 9(04) Comp Value 0.

*>
 01  Field-Home-Value             Pic S9(15)V9(04) Comp-3 Value 0.

*>
*> The whole NUMGRATE rate history, read once at startup in file
*> order. Nothing converts from it directly - each header picks
*> the rates in effect on its business date out of it into the
*> Rate-Table below.
*>
 01  Rate-History-Table.
     02  Rate-History-Count       Pic 9(04) Comp Value 0.
     02  Rate-History-Entry Occurs 2000 Times.
         03  Rate-Hist-Symbol       Pic X(01).
         03  Rate-Hist-Code         Pic X(03).
         03  Rate-Hist-Effective    Pic X(08).
         03  Rate-Hist-Value        Pic 9(07)V9(08) Comp-3.

 01  Rate-Hist-Ix                 Pic 9(04) Comp Value 0.
 01  Rate-As-Of-Date              Pic X(08) Value Spaces.

*>
*> Exchange rates in effect for the current bracket's business
*> date, one entry per currency symbol Numget36 can strip,
*> rebuilt from the rate history at every header. Whatever
*> NUMGRATE does not supply is backstopped after the selection:
*> a blank symbol (no currency on the amount) and the dollar
*> sign are both taken to be home currency at a rate of one, so
*> a missing or sparse rate file degrades to the old single-
*> currency behaviour instead of flagging every domestic amount.
*>
 01  Rate-Table.
     02  Rate-Count               Pic 9(04) Comp Value 0.
     02  Rate-Entry Occurs 8 Times.
         03  Rate-Symbol            Pic X(01).
         03  Rate-Code              Pic X(03).
         03  Rate-Effective         Pic X(08).
         03  Rate-Value             Pic 9(07)V9(08) Comp-3.

 01  Rate-Ix                      Pic 9(04) Comp Value 0.
*> apply the field's business rules to a converted value.
*>
 01  Call-Rule-Message             Pic X(40).
 01  Call-Rule-Code                Pic X(04).

*>
*> An exception's reason code built from its Editerror - the
*> prefix says rejected or warning, the number is the Editerror
*> without its sign.
*>
 01  Editerror-Reason-Code.
     02  Editerror-Reason-Prefix   Pic X(01).
     02  Editerror-Reason-Number   Pic 9(03).

*>
*> Linkage-shaped working storage used to CALL Numgxchk with, to
*> apply one cross-field rule to the transaction's amounts.
*>
 01  Call-Xrule-Judged-Sw          Pic X(01).
     88  Call-Xrule-Judged          Value "Y".
 01  Call-Xrule-Difference         Pic S9(15)V9(04) Comp-3.
 01  Call-Xrule-Message            Pic X(40).
 01  Call-Xrule-Code               Pic X(04).
 01  Xrule-Difference-Edit         Pic -(15)9.9999.

 01  Rule-Violation-Count          Pic 9(09) Comp Value 0.
 01  Cross-Rule-Violation-Count    Pic 9(09) Comp Value 0.
 01  Numgout-Write-Count           Pic 9(09) Comp Value 0.
 01  Journal-Write-Count           Pic 9(09) Comp Value 0.

 01  Ledger-Bumped-Count           Pic 9(09) Comp Value 0.
 01  Ledger-Closed-Count           Pic 9(09) Comp Value 0.

*>
*> The field name and value the ledger entry is keyed and filled
*> from - the amount field being converted, or whatever a
*> transaction-level exception (an unmatched reversal) names.
*>
 01  Ledger-Field-Name             Pic X(10) Value Spaces.
 01  Ledger-Numeric-String         Pic X(36) Value Spaces.

 01  Rate-Missing-Sw               Pic X Value "N".
     88  Rate-Missing               Value "Y".

     Perform Load-Field-Name
        Varying Field-Ix From 1 By 1 Until Field-Ix > Numgfld-Count.

     Call "Numgxrld" Using Numgfld-Table Numgxrl-Table
                           Numgxrld-Status.
     If Numgxrld-Status = "99"
        Display "NUMGBATCH - ERROR: NUMGXRUL control file is "
                "unusable - run abandoned."
        Perform Abort-Run
     End-If.

     Move Current-Date(1:14) To Run-Stamp.

     Perform Read-Numgprm-Parameters.

     Perform Load-Rate-Table.

     Call "Numgpcld" Using Numgpcl-Table Numgpcld-Status.
     If Numgpcld-Status = "99"
        Display "NUMGBATCH - ERROR: NUMGPCTL period-control file "
                "is unusable - run abandoned."
        Perform Abort-Run
     End-If.

     If Validate-Only
        *> A trial pass neither consumes a checkpoint nor leaves
        *> one - an incomplete prior run's NUMGRST must still be
                "or NUMGRST; the exception listing goes to "
                "NUMGEXCT, leaving any live NUMGEXC untouched."
        Move "NUMGEXCT" To Numgexc-File-Name
        Move "NUMGFSTT" To Numgfst-File-Name
        Move "N" To Resume-Response
     Else
        Perform Check-For-Restart
     End-If.

     *> The feed-status file is rebuilt whole every run, resumed
     *> or not - a resume re-verifies every trailer it skips past,
     *> so each bracket's verdict is written again either way.
     Open Output Numgfst-File.
     If Numgfst-Status Not = "00"
        Display "NUMGBATCH - ERROR: Unable To Open Numgfst-File, "
                "Status " Numgfst-Status
        Perform Abort-Run
     End-If.

     Perform Open-Registry-File.

     If Fixed-Format-Input
        Open Input Numginf-File
     Else
        Open Input Numgin-File
     End-If.

     If Resume-Requested And Resume-From-Record-Count > 0
        Set Skipping To True
     End-If.

     *> The header is the first record of the file, resumed run or
     *> not - a resume re-reads it (and re-verifies the business
     *> date) on the way to skipping the already-processed details.
     If Resume-Requested
        Move Resume-From-Record-Count To Skip-Count
        Perform Skip-Already-Processed-Records
        Move "N" To Skipping-Sw
        Open Extend Numgout-File
        Open Extend Numgexc-File
        Move Resume-From-Record-Count To Record-Count
     End-If.
     If Numgmst-Status = "39"
        *> Fixed-file-attribute conflict: a master built before the
        *> feed id joined the key (22-byte key, 156-byte record),
        *> or one keyed by feed id but built before the reversal
        *> fields, the business date and the amount and run-stamp
        *> alternate keys (166-byte record), cannot be opened
        *> against today's layout - even a master from the feed-id
        *> era needs this one rebuild to gain the alternate keys.
        *> NUMGMCV is the one-time conversion for exactly these two
        *> layouts - do not hand-rebuild the file.
        Display "NUMGBATCH - ERROR: NUMGMST is in an older master "
                "layout. Rename it to NUMGMSTO, run the "
                "NUMGMCV conversion, and rerun this step."
        Perform Abort-Run
     End-If.
        Close Numgems-File
        Open I-O Numgems-File
     End-If.
     If Numgems-Status = "39"
        *> A ledger built before the write-off operator id joined
        *> the record (257 bytes) - the same one-time conversion
        *> story as the master's.
        Display "NUMGBATCH - ERROR: NUMGEMS is in an older ledger "
                "layout. Rename it to NUMGEMSO, run the "
                "NUMGECV conversion, and rerun this step."
        Perform Abort-Run
     End-If.
     If Numgems-Status Not = "00"
        Display "NUMGBATCH - ERROR: Unable To Open Numgems-File, "
                "Status " Numgems-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Open-Registry-File.
     *>
     *> The live pass maintains the registry, so it is opened I-O
     *> with the master's create-on-first-use idiom, and failing
     *> to open it is as fatal - a run without it lets resends
     *> straight through to the posting. A validate-only trial
     *> only consults it, and only if it exists: the trial's
     *> NUMGFSTT still shows which brackets the live pass would
     *> refuse.
     *>
     If Validate-Only
        Open Input Numgfreg-File
        If Numgfreg-Status = "00"
           Set Registry-Open To True
        Else
           Display "NUMGBATCH - WARNING: No usable NUMGFREG feed "
                   "registry (Status " Numgfreg-Status ") - the "
                   "trial cannot check for replayed feeds."
        End-If
     Else
        Open I-O Numgfreg-File
        If Numgfreg-File-Missing
           Open Output Numgfreg-File
           Close Numgfreg-File
           Open I-O Numgfreg-File
        End-If
        If Numgfreg-Status Not = "00"
           Display "NUMGBATCH - ERROR: Unable To Open Numgfreg-File, "
                   "Status " Numgfreg-Status
           Perform Abort-Run
        End-If
        Set Registry-Open To True
     End-If.

*>-----------------------------------------------------------------
 Log-Run-Start.
     Move Spaces     To Numglog-Request.
              If Numgprm-Input-Format = "F"
                 Move "Y" To Fixed-Input-Sw
              End-If
              Move Numgprm-Replay-Feed-Id To Replay-Feed-Id
              If Replay-Feed-Id Not = Spaces
                 Display "NUMGBATCH - NUMGPRM authorizes a replay "
                         "of feed " Replay-Feed-Id "."
              End-If
        End-Read
        Close Numgprm-File
     End-If.
     Set Header-Seen To True.
     Move "N" To Trailer-Seen-Sw.
     Move Numgin-Feed-Id To Current-Feed-Id.
     Move Numgin-Business-Date To Current-Business-Date.
     Move Numgin-Operator-Id To Current-Operator-Id.
     Move 0 To Feed-Detail-Count Feed-Hash-Total.
     Perform Select-Rates-In-Effect.
     Perform Register-Feed.
     Display "NUMGBATCH - Feed " Numgin-Feed-Id
             " Business Date " Numgin-Business-Date ".".
     If Current-Operator-Id Not = Spaces
        Display "NUMGBATCH - Corrections keyed by operator "
                Current-Operator-Id "."
     End-If.

     If Expected-Date-Known
        If Numgin-Business-Date Not = Expected-Business-Date
                "accepted unverified."
     End-If.

     Move "N" To Bracket-Refused-Sw.
     If Skipping
        Set Bracket-Resumed To True
     Else
        Move "N" To Bracket-Resumed-Sw
     End-If.
     If Registry-Open And Not Skipping
        Perform Check-For-Replay
     End-If.

*>-----------------------------------------------------------------
 Check-For-Replay.
     *>
     *> Only a fingerprint from a clean processing can be replayed:
     *> a feed and date last processed out of integrity is being
     *> resent to be put right, and goes through as normal.
     *>
     Move Current-Feed-Id       To Numgfreg-Feed-Id.
     Move Current-Business-Date To Numgfreg-Business-Date.
     Read Numgfreg-File.
     If Numgfreg-Status = "00" And Numgfreg-Agreed
        Evaluate True
           When Resume-Requested
            And Resumed-Run-Stamp Not = Spaces
            And Numgfreg-Run-Stamp = Resumed-Run-Stamp
              *> Registered by the very run this one resumes - the
              *> same processing, picked up again, not a replay.
              Display "NUMGBATCH - Feed " Current-Feed-Id
                      " Business Date " Current-Business-Date
                      " was registered by the interrupted run "
                      "being resumed - processed as normal."
           When Current-Feed-Id = Replay-Feed-Id
              Display "NUMGBATCH - Feed " Current-Feed-Id
                      " Business Date " Current-Business-Date
                      " was processed by the run of "
                      Numgfreg-Run-Stamp " - replay authorized "
                      "by NUMGPRM."
           When Other
              Perform Read-Ahead-Bracket
        End-Evaluate
     End-If.

*>-----------------------------------------------------------------
 Read-Ahead-Bracket.
     *>
     *> Counts and hashes the bracket's details exactly as the
     *> trailer check would, stopping at the first record that is
     *> not a detail or reversal - the trailer when the bracket is
     *> whole. A match on feed, date, count and hash refuses the
     *> bracket from here: its trailer is verified on the spot,
     *> so the caller's next read is the record after it.
     *>
     Move Input-Record-Position To Header-Record-Position.
     Move 0   To Lookahead-Count.
     Move "N" To Replay-Match-Sw.
     Perform Read-Numgin-Record.
     Perform Read-Ahead-One-Record
        Until Input-Eof
           Or Not (Numgin-Detail-Rec Or Numgin-Reversal-Rec).

     If Not Input-Eof And Numgin-Trailer-Rec
        And Numgin-Trailer-Count-X Numeric
        And Numgin-Trailer-Hash-X Numeric
        Move Numval(Numgin-Trailer-Count-X) To Trailer-Record-Count
        Move Numval(Numgin-Trailer-Hash-X)  To Trailer-Hash-Total
        If Trailer-Record-Count = Lookahead-Count
           And Trailer-Record-Count = Numgfreg-Trailer-Count
           And Trailer-Hash-Total = Feed-Hash-Total
           And Trailer-Hash-Total = Numgfreg-Trailer-Hash
           Set Replay-Matched To True
        End-If
     End-If.

     If Replay-Matched
        Perform Refuse-Replayed-Bracket
     Else
        Perform Reposition-Numgin
     End-If.

*>-----------------------------------------------------------------
 Read-Ahead-One-Record.
     Add 1 To Lookahead-Count.
     Perform Accumulate-Hash-Total.
     Perform Read-Numgin-Record.

*>-----------------------------------------------------------------
 Refuse-Replayed-Bracket.
     *>
     *> The refused details are still records read: they count
     *> toward the run's record count - which is what the
     *> checkpoint holds, and what a resume skips by - and the
     *> feed's read count, though none of them converts.
     *>
     Set Bracket-Refused To True.
     Add 1 To Replay-Refused-Count.
     Display "NUMGBATCH - REPLAY REFUSED: Feed " Current-Feed-Id
             " Business Date " Current-Business-Date " matches "
             "the bracket processed by the run of "
             Numgfreg-Run-Stamp " - " Lookahead-Count
             " records not converted.".
     Move Lookahead-Count To Feed-Detail-Count.
     Add Lookahead-Count To Record-Count.
     If Current-Feed-Ix > 0
        Add Lookahead-Count To Feed-Read-Count(Current-Feed-Ix)
     End-If.
     Perform Verify-Trailer-Record.
     *> Record-Count jumped by the whole bracket, past any
     *> interval boundary - checkpoint here, so a resume skips
     *> the refused bracket rather than judging it again.
     If Not Validate-Only
        Perform Write-Checkpoint
     End-If.

*>-----------------------------------------------------------------
 Reposition-Numgin.
     If Fixed-Format-Input
        Close Numginf-File
        Open Input Numginf-File
     Else
        Close Numgin-File
        Open Input Numgin-File
     End-If.
     Move 0   To Input-Record-Position.
     Move "N" To Input-Eof-Sw.
     Perform Read-Numgin-Record
        Until Input-Record-Position = Header-Record-Position
           Or Input-Eof.
     Move 0 To Feed-Hash-Total.

*>-----------------------------------------------------------------
 Register-Feed.
     Perform Find-Feed-Entry Varying Feed-Ix From 1 By 1
        Close Numgrate-File
     End-If.

*>-----------------------------------------------------------------
 Select-Rates-In-Effect.
     *>
     *> Rebuilds the Rate-Table for the bracket's business date:
     *> for each currency code, the history line with the latest
     *> effective date not after that date (on the same date the
     *> later line in the file wins, so a correction is appended
     *> rather than keyed over the original). A code whose every
     *> line is dated after the business date has no rate yet,
     *> and its amounts take the no-rate exception path.
     *>
     If Current-Business-Date Numeric
        Move Current-Business-Date To Rate-As-Of-Date
     Else
        Move Current-Date(1:8) To Rate-As-Of-Date
        Display "NUMGBATCH - WARNING: Header business date '"
                Current-Business-Date "' is not a date - rates "
                "in effect today (" Rate-As-Of-Date ") used."
     End-If.

     Move 0 To Rate-Count.
     Perform Select-One-Rate Varying Rate-Hist-Ix From 1 By 1
        Until Rate-Hist-Ix > Rate-History-Count.

     *> Backstop the symbols NUMGRATE did not supply: no currency
     *> symbol at all, and the dollar sign, are home currency.
     Move Space To Call-Stripped-Currency.
        Add 1 To Rate-Count
        Move Call-Stripped-Currency To Rate-Symbol(Rate-Count)
        Move Home-Currency-Code     To Rate-Code(Rate-Count)
        Move Spaces                 To Rate-Effective(Rate-Count)
        Move 1                      To Rate-Value(Rate-Count)
     End-If.

*>-----------------------------------------------------------------
 Select-One-Rate.
     If Rate-Hist-Effective(Rate-Hist-Ix) = Spaces
        Or Rate-Hist-Effective(Rate-Hist-Ix) <= Rate-As-Of-Date
        Perform Find-Rate-Code-Entry Varying Rate-Ix From 1 By 1
           Until Rate-Ix > Rate-Count
              Or Rate-Code(Rate-Ix) = Rate-Hist-Code(Rate-Hist-Ix)
        If Rate-Ix > Rate-Count
           If Rate-Count < 8
              Add 1 To Rate-Count
              Move Rate-Count To Rate-Ix
              Move Low-Values To Rate-Effective(Rate-Ix)
           Else
              Display "NUMGBATCH - WARNING: More than 8 currencies "
                      "in effect on " Rate-As-Of-Date " - '"
                      Rate-Hist-Code(Rate-Hist-Ix) "' ignored."
           End-If
        End-If
        If Rate-Ix <= Rate-Count
           If Rate-Hist-Effective(Rate-Hist-Ix)
                 >= Rate-Effective(Rate-Ix)
              Move Rate-Hist-Symbol(Rate-Hist-Ix)
                                  To Rate-Symbol(Rate-Ix)
              Move Rate-Hist-Code(Rate-Hist-Ix)
                                  To Rate-Code(Rate-Ix)
              Move Rate-Hist-Effective(Rate-Hist-Ix)
                                  To Rate-Effective(Rate-Ix)
              Move Rate-Hist-Value(Rate-Hist-Ix)
                                  To Rate-Value(Rate-Ix)
           End-If
        End-If
     End-If.

*>-----------------------------------------------------------------
 Find-Rate-Code-Entry.
     Continue.

*>-----------------------------------------------------------------
 Load-One-Rate.
     *>
     *> falls through to the no-rate exception path instead, which
     *> points straight at the rate file.
     *>
     *> An effective date that is neither spaces nor a yyyymmdd
     *> cannot be placed in the history at all, and is refused
     *> the same way.
     *>
     *> A history too long for the table is fatal rather than
     *> truncated: dropping its later lines would quietly convert
     *> at superseded rates.
     *>
     If Numgrate-Rate = 0
        Display "NUMGBATCH - WARNING: NUMGRATE entry for '"
                Numgrate-Currency-Symbol "' has a zero rate - "
                "entry ignored."
     Else
        If Numgrate-Effective-Date Not = Spaces
           And Numgrate-Effective-Date Not Numeric
           Display "NUMGBATCH - WARNING: NUMGRATE entry for '"
                   Numgrate-Currency-Code "' has an effective "
                   "date '" Numgrate-Effective-Date "' that is not "
                   "yyyymmdd - entry ignored."
        Else
           If Rate-History-Count >= 2000
              Display "NUMGBATCH - ERROR: NUMGRATE has more than "
                      "2000 entries - archive superseded rates "
                      "before rerunning."
              Perform Abort-Run
           End-If
           Add 1 To Rate-History-Count
           Move Numgrate-Currency-Symbol
                To Rate-Hist-Symbol(Rate-History-Count)
           Move Numgrate-Currency-Code
                To Rate-Hist-Code(Rate-History-Count)
           Move Numgrate-Effective-Date
                To Rate-Hist-Effective(Rate-History-Count)
           Move Numgrate-Rate
                To Rate-Hist-Value(Rate-History-Count)
        End-If
     End-If.
     Perform Read-Numgrate-Record.
              If Numgrst-Complete-Sw = "N"
                 Set Prior-Run-Incomplete To True
                 Move Numgrst-Record-Count To Resume-From-Record-Count
                 Move Numgrst-Run-Stamp    To Resumed-Run-Stamp
                 Display "NUMGBATCH - Prior run stopped after "
                         Resume-From-Record-Count " records."
                 *> The resume-or-restart decision comes from the
              Subtract 1 From Skip-Count
           When Numgin-Header-Rec
              Perform Verify-Header-Record
           When Numgin-Reversal-Rec
              Add 1 To Feed-Detail-Count
              If Current-Feed-Ix > 0
                 Add 1 To Feed-Read-Count(Current-Feed-Ix)
              End-If
              Perform Accumulate-Hash-Total
              Subtract 1 From Skip-Count
           When Numgin-Trailer-Rec
              Perform Verify-Trailer-Record
           When Other
           Perform Process-One-Field
              Varying Field-Ix From 1 By 1
              Until Field-Ix > Numgfld-Count
           If Numgxrl-Count > 0
              Perform Check-Cross-Field-Rules
           End-If
           If Not Validate-Only
              And Function Mod(Record-Count, Checkpoint-Interval) = 0
              Perform Write-Checkpoint
           End-If
        When Numgin-Reversal-Rec
           *> Counted, hashed and checkpointed exactly like a
           *> detail - the sender's trailer vouches for it as one.
           Add 1 To Record-Count
           Add 1 To Feed-Detail-Count
           If Current-Feed-Ix > 0
              Add 1 To Feed-Read-Count(Current-Feed-Ix)
           End-If
           Perform Accumulate-Hash-Total
           Perform Apply-Reversal
           If Not Validate-Only
              And Function Mod(Record-Count, Checkpoint-Interval) = 0
              Perform Write-Checkpoint
*>-----------------------------------------------------------------
 Verify-Trailer-Record.
     Set Trailer-Seen To True.
     Move 0 To Trailer-Record-Count Trailer-Hash-Total.
     Move "A" To Numgfst-Verdict.
     If Numgin-Trailer-Count-X Not Numeric
        Or Numgin-Trailer-Hash-X Not Numeric
        Set Integrity-Failed To True
        Move "N" To Numgfst-Verdict
        Display "NUMGBATCH - RUN OUT OF INTEGRITY: Trailer count "
                "or hash total is not numeric."
     Else
        Move Numval(Numgin-Trailer-Hash-X)  To Trailer-Hash-Total
        If Trailer-Record-Count Not = Feed-Detail-Count
           Set Integrity-Failed To True
           Move "C" To Numgfst-Verdict
           Display "NUMGBATCH - RUN OUT OF INTEGRITY: Feed "
                   Current-Feed-Id " trailer says "
                   Trailer-Record-Count " detail records, "
        End-If
        If Trailer-Hash-Total Not = Feed-Hash-Total
           Set Integrity-Failed To True
           If Numgfst-Verdict = "C"
              Move "B" To Numgfst-Verdict
           Else
              Move "H" To Numgfst-Verdict
           End-If
           Display "NUMGBATCH - RUN OUT OF INTEGRITY: Feed "
                   Current-Feed-Id " trailer hash "
                   "total " Trailer-Hash-Total
                   " does not match accumulated " Feed-Hash-Total "."
        End-If
     End-If.
     If Bracket-Refused
        Move "R" To Numgfst-Verdict
     Else
        If (Skipping Or Bracket-Resumed) And Registry-Open
           Perform Check-Skipped-Replay
        End-If
     End-If.
     Perform Write-Feed-Status.
     If Registry-Open And Not Validate-Only And Not Skipping
        Perform Update-Feed-Registry
     End-If.

*>-----------------------------------------------------------------
 Check-Skipped-Replay.
     *>
     *> A resume skips past brackets without judging them again,
     *> but NUMGFST is rebuilt whole. A bracket the prior run
     *> refused is known by its registry record: the same figures,
     *> and a refusal stamped no earlier than the processing they
     *> came from.
     *>
     Move Current-Feed-Id       To Numgfreg-Feed-Id.
     Move Current-Business-Date To Numgfreg-Business-Date.
     Read Numgfreg-File.
     If Numgfreg-Status = "00"
        And Numgfst-Verdict = "A"
        And Numgfreg-Replay-Refused
        And Numgfreg-Replay-Stamp Not < Numgfreg-Run-Stamp
        And Trailer-Record-Count = Numgfreg-Trailer-Count
        And Trailer-Hash-Total = Numgfreg-Trailer-Hash
        Move "R" To Numgfst-Verdict
        Add 1 To Replay-Refused-Count
     End-If.

*>-----------------------------------------------------------------
 Update-Feed-Registry.
     *>
     *> A first arrival is written. A later one rewrites the
     *> record: a refusal or an authorized replay of the same
     *> figures is tallied against it; anything else - a resend
     *> of a feed and date processed out of integrity, or with
     *> different figures - replaces the fingerprint. On a resume,
     *> what the interrupted run itself registered is this same
     *> processing: its fingerprint is refreshed, and its refusal
     *> left standing, with nothing tallied a second time.
     *>
     Move Current-Feed-Id       To Numgfreg-Feed-Id.
     Move Current-Business-Date To Numgfreg-Business-Date.
     Read Numgfreg-File.
     If Numgfreg-Status = "00"
        Evaluate True
           When Resume-Requested
            And Resumed-Run-Stamp Not = Spaces
            And Numgfreg-Run-Stamp = Resumed-Run-Stamp
              Perform Fill-Feed-Registry
           When Resume-Requested
            And Resumed-Run-Stamp Not = Spaces
            And Numgfreg-Replay-Stamp = Resumed-Run-Stamp
              Continue
           When Bracket-Refused
              Add 1 To Numgfreg-Replay-Count
              Move Run-Stamp To Numgfreg-Replay-Stamp
              Move "R"       To Numgfreg-Replay-Action
           When Numgfreg-Agreed
            And Numgfst-Verdict = "A"
            And Trailer-Record-Count = Numgfreg-Trailer-Count
            And Trailer-Hash-Total = Numgfreg-Trailer-Hash
              Add 1 To Numgfreg-Replay-Count
              Move Run-Stamp To Numgfreg-Replay-Stamp
              Move "P"       To Numgfreg-Replay-Action
           When Other
              Perform Fill-Feed-Registry
        End-Evaluate
        Rewrite Numgfreg-Record
     Else
        If Numgfreg-Key-Not-Found
           Perform Fill-Feed-Registry
           Move 0      To Numgfreg-Replay-Count
           Move Spaces To Numgfreg-Replay-Stamp
                          Numgfreg-Replay-Action
           Write Numgfreg-Record
        End-If
     End-If.
     If Numgfreg-Status Not = "00"
        Display "NUMGBATCH - ERROR: Update Of Numgfreg-File Failed, "
                "Status " Numgfreg-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Fill-Feed-Registry.
     Move Trailer-Record-Count To Numgfreg-Trailer-Count.
     Move Trailer-Hash-Total   To Numgfreg-Trailer-Hash.
     Move Run-Stamp            To Numgfreg-Run-Stamp.
     Move Numgfst-Verdict      To Numgfreg-Verdict.
     If Numgfst-Verdict = "A"
        Move "A" To Numgfreg-Outcome
     Else
        Move "I" To Numgfreg-Outcome
     End-If.

*>-----------------------------------------------------------------
 Write-Feed-Status.
     *>
     *> Numgfst-Verdict is already set by the caller; the rest of
     *> the record is the bracket's own figures.
     *>
     Move Current-Feed-Id       To Numgfst-Feed-Id.
     Move Current-Business-Date To Numgfst-Business-Date.
     Move Trailer-Record-Count  To Numgfst-Trailer-Count.
     Move Feed-Detail-Count     To Numgfst-Read-Count.
     Move Trailer-Hash-Total    To Numgfst-Trailer-Hash.
     Move Feed-Hash-Total       To Numgfst-Read-Hash.
     Move Run-Stamp             To Numgfst-Run-Stamp.
     Write Numgfst-Record.
     If Numgfst-Status Not = "00"
        Display "NUMGBATCH - ERROR: Write To Numgfst-File Failed, "
                "Status " Numgfst-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Load-One-Input-Field.
     Move Numgin-Record(Numgfld-Offset(Field-Ix):36)
          To Numget-Numeric-String(Field-Ix).
     Move "N" To Numgxvl-Usable-Sw(Field-Ix).
     Move 0   To Numgxvl-Value(Field-Ix).

*>-----------------------------------------------------------------
 Process-One-Field.
        End-If
     End-If.

     *> Kept for the cross-field rules - a rejected amount is not
     *> to be trusted against the transaction's other amounts.
     Move Field-Scaled-Value To Numgxvl-Value(Field-Ix).
     If Call-Editerror >= 0
        Move "Y" To Numgxvl-Usable-Sw(Field-Ix)
     End-If.

     Perform Convert-To-Home-Currency.

     *> A master record of a closed period takes no new value, so
     *> nothing for it goes to NUMGOUT either - NUMGGLX would post
     *> the change into a month finance has been told is final.
     Move "N" To Master-Locked-Sw.
     If Not Validate-Only And Numgin-Tran-Id Not = Spaces
        And Numgpcl-Count > 0
        Perform Check-Closed-Period
     End-If.

     *> A validate-only pass converts and rules every field exactly
     *> as the live pass would, but nothing leaves the run except
     *> the exception listing - no NUMGOUT row, no master update.
     If Not Validate-Only And Not Master-Locked
        Move Spaces                           To Numgout-Record
        Move Numget-Field-Name(Field-Ix)      To Numgout-Field-Name
        Move Numget-Numeric-String(Field-Ix)  To Numgout-Numeric-String
        End-If
     End-If.

     If Master-Locked
        Perform Refuse-Closed-Period-Change
     Else
        Perform Update-Master-Record
     End-If.

     *> The business rules only apply to values that actually
     *> converted - a hard conversion error is already its own
     *> exception, and its Num36/Decptr are not to be trusted
     *> against a range anyway.
     Move Spaces To Call-Rule-Message Call-Rule-Code.
     If Call-Editerror >= 0
        Call "Numgrule" Using Numgfld-Table Field-Ix
                              Field-Scaled-Value Call-Decptr
                              Call-Rule-Message Call-Rule-Code
        If Call-Rule-Message Not = Spaces
           Add 1 To Rule-Violation-Count
        End-If
        Move Call-Editerror                  To Numgexc-Editerror
        Move Call-Error-Message              To Numgexc-Error-Message
        Move Call-Rule-Message               To Numgexc-Rule-Message
        *> A broken rule is the actionable part of a row that also
        *> carries a conversion warning, so its code wins.
        If Call-Rule-Code Not = Spaces
           Move Call-Rule-Code               To Numgexc-Reason-Code
        Else
           If Call-Editerror < 0
              Move "E"                       To Editerror-Reason-Prefix
           Else
              Move "W"                       To Editerror-Reason-Prefix
           End-If
           Move Call-Editerror               To Editerror-Reason-Number
           Move Editerror-Reason-Code        To Numgexc-Reason-Code
        End-If
        Perform Write-Numgexc-Record
     End-If.

     *> can on the master.
     *>
     If Not Validate-Only And Numgin-Tran-Id Not = Spaces
        Move Numget-Field-Name(Field-Ix)     To Ledger-Field-Name
        Move Numget-Numeric-String(Field-Ix) To Ledger-Numeric-String
        If Master-Locked And Call-Editerror >= 0
           Move Closed-Period-Message To Call-Error-Message
        End-If
        If Call-Editerror < 0 Or Call-Rule-Message Not = Spaces
           Or Rate-Missing Or Master-Locked
           Perform Open-Exception-Entry
        Else
           Perform Close-Exception-Entry
        End-If
     End-If.

*>-----------------------------------------------------------------
 Check-Cross-Field-Rules.
     *>
     *> Every field of the detail has been through Process-One-
     *> Field. A field the record does not carry - a NUMGFIX
     *> resubmission carries only the one it corrects - is taken
     *> from the master as it stands, so the rule judges the
     *> transaction as a whole; a validate-only pass has no master
     *> to look at, and a rule missing an amount is not judged.
     *>
     If Not Validate-Only And Numgin-Tran-Id Not = Spaces
        Perform Fill-Absent-Field
           Varying Field-Ix From 1 By 1
           Until Field-Ix > Numgfld-Count
     End-If.
     Perform Check-One-Cross-Rule
        Varying Xrule-Ix From 1 By 1 Until Xrule-Ix > Numgxrl-Count.

*>-----------------------------------------------------------------
 Fill-Absent-Field.
     If Numget-Numeric-String(Field-Ix) = Spaces
        Move Numgin-Tran-Id              To Numgmst-Tran-Id
        Move Current-Feed-Id             To Numgmst-Feed-Id
        Move Numget-Field-Name(Field-Ix) To Numgmst-Field-Name
        Read Numgmst-File
        If Numgmst-Status = "00"
           If Numgmst-Editerror >= 0 And Not Numgmst-Reversed
              Move "Y"                  To Numgxvl-Usable-Sw(Field-Ix)
              Move Numgmst-Scaled-Value To Numgxvl-Value(Field-Ix)
           End-If
        Else
           If Not Numgmst-Key-Not-Found
              Display "NUMGBATCH - ERROR: Read Of Numgmst-File "
                      "Failed, Status " Numgmst-Status
              Perform Abort-Run
           End-If
        End-If
     End-If.

*>-----------------------------------------------------------------
 Check-One-Cross-Rule.
     Call "Numgxchk" Using Numgxrl-Table Xrule-Ix Numgxvl-Table
                           Call-Xrule-Judged-Sw
                           Call-Xrule-Difference
                           Call-Xrule-Message Call-Xrule-Code.

     Move Call-Xrule-Difference To Xrule-Difference-Edit.
     If Call-Xrule-Message Not = Spaces
        Add 1 To Exception-Count
        Add 1 To Cross-Rule-Violation-Count
        Move Spaces                     To Numgexc-Record
        Move Numgin-Tran-Id             To Numgexc-Tran-Id
        Move Numgxrl-Name(Xrule-Ix)     To Numgexc-Field-Name
        Move Trim(Xrule-Difference-Edit) To Numgexc-Numeric-String
        Move 0                          To Numgexc-Editerror
        Move Call-Xrule-Message         To Numgexc-Rule-Message
        Move Call-Xrule-Code            To Numgexc-Reason-Code
        Perform Write-Numgexc-Record
     End-If.

     *> The transaction-level ledger entry is keyed by the rule's
     *> name in the field-name position. It opens on a failure and
     *> closes only when the rule was actually judged and passed
     *> - an unjudged rule says nothing about whether it is fixed.
     If Not Validate-Only And Numgin-Tran-Id Not = Spaces
        Move Numgxrl-Name(Xrule-Ix)      To Ledger-Field-Name
        Move Trim(Xrule-Difference-Edit) To Ledger-Numeric-String
        If Call-Xrule-Message Not = Spaces
           Move 0                  To Call-Editerror
           Move Spaces             To Call-Error-Message
           Move Call-Xrule-Message To Call-Rule-Message
           Perform Open-Exception-Entry
        Else
           If Call-Xrule-Judged
              Perform Close-Exception-Entry
           End-If
        End-If
     End-If.

*>-----------------------------------------------------------------
 Call-Numget36-Convert.
     Move Numget-Numeric-String(Field-Ix) To Call-Numeric-String.
        Move 0                               To Numgexc-Editerror
        Move "No NUMGRATE rate for currency symbol - home value zeroed"
             To Numgexc-Error-Message
        Move "RT01"                          To Numgexc-Reason-Code
        *> Kept in Call-Error-Message too, so the exception-ledger
        *> entry this field is about to open carries the reason.
        Move Numgexc-Error-Message           To Call-Error-Message
     *> lost, but the master is left alone and the record is flagged
     *> on NUMGEXC for the upstream feed to fix.
     *>
     Evaluate True
        When Numgin-Tran-Id = Spaces
           Add 1 To Duplicate-Tran-Count
           Move Spaces                          To Numgexc-Record
           Move Numgin-Tran-Id               To Numgexc-Tran-Id
           Move Numget-Field-Name(Field-Ix)  To Numgexc-Field-Name
           Move Numget-Numeric-String(Field-Ix)
                To Numgexc-Numeric-String
           Move 0                            To Numgexc-Editerror
           Move "Missing transaction id - master file not updated"
                To Numgexc-Error-Message
           Move "ID01"                       To Numgexc-Reason-Code
           Perform Write-Numgexc-Record
        When Validate-Only
           *> A trial pass touches no master - which also means no
           *> within-run duplicate detection, since that rides on the
           *> master's run stamp. The live pass catches it.
           Continue
        When Other
           Move Numgin-Tran-Id              To Numgmst-Tran-Id
           Move Current-Feed-Id             To Numgmst-Feed-Id
           Move Numget-Field-Name(Field-Ix) To Numgmst-Field-Name
           Read Numgmst-File
           If Numgmst-Status = "00"
              If Numgmst-Run-Stamp = Run-Stamp
                 Add 1 To Duplicate-Tran-Count
                 Move Spaces                    To Numgexc-Record
                 Move Numgin-Tran-Id            To Numgexc-Tran-Id
                 Move Numget-Field-Name(Field-Ix)
                      To Numgexc-Field-Name
                 Move Numget-Numeric-String(Field-Ix)
                      To Numgexc-Numeric-String
                 Move 0                         To Numgexc-Editerror
                 Move "Duplicate transaction id on input - prior result replaced"
                      To Numgexc-Error-Message
                 Move "ID02"                    To Numgexc-Reason-Code
                 Perform Write-Numgexc-Record
              End-If
              Perform Write-Journal-Record
              Perform Build-Master-Record
              Rewrite Numgmst-Record
           Else
              If Numgmst-Key-Not-Found
                 Perform Build-Master-Record
                 Write Numgmst-Record
              End-If
           End-If
           If Not Numgmst-Io-Ok
              Display "NUMGBATCH - ERROR: Update Of Numgmst-File "
                      "Failed, Status " Numgmst-Status
              Perform Abort-Run
           End-If
     End-Evaluate.

*>-----------------------------------------------------------------
 Check-Closed-Period.
     *>
     *> A record not yet on the master is new tonight and belongs
     *> to the current period - only an existing record can be
     *> locked.
     *>
     Move Numgin-Tran-Id              To Numgmst-Tran-Id.
     Move Current-Feed-Id             To Numgmst-Feed-Id.
     Move Numget-Field-Name(Field-Ix) To Numgmst-Field-Name.
     Read Numgmst-File.
     If Numgmst-Status = "00"
        Perform Find-Master-Period
     Else
        If Not Numgmst-Key-Not-Found
           Display "NUMGBATCH - ERROR: Read Of Numgmst-File Failed, "
                   "Status " Numgmst-Status
           Perform Abort-Run
        End-If
     End-If.

*>-----------------------------------------------------------------
 Find-Master-Period.
     Move "N" To Master-Locked-Sw.
     Perform Find-Closed-Period-Entry
        Varying Period-Ix From 1 By 1
        Until Period-Ix > Numgpcl-Count
           Or Numgpcl-Period(Period-Ix) = Numgmst-Run-Stamp(1:6).
     If Period-Ix <= Numgpcl-Count
        Set Master-Locked To True
        Move Numgpcl-Period(Period-Ix) To Locked-Period
     End-If.

*>-----------------------------------------------------------------
 Find-Closed-Period-Entry.
     Continue.

*>-----------------------------------------------------------------
 Refuse-Closed-Period-Change.
     *>
     *> The master keeps its closed-period value. The refusal is
     *> listed and, below, opened on the ledger - it is settled by
     *> an adjustment in the current period and a NUMGFIX
     *> write-off by key, not by correcting the value.
     *>
     Add 1 To Closed-Period-Count.
     Add 1 To Exception-Count.
     Move Spaces To Closed-Period-Message.
     String "Master record in closed period " Delimited By Size
            Locked-Period Delimited By Size
            " - change not applied" Delimited By Size
            Into Closed-Period-Message.
     Move Spaces                          To Numgexc-Record.
     Move Numgin-Tran-Id                  To Numgexc-Tran-Id.
     Move Numget-Field-Name(Field-Ix)     To Numgexc-Field-Name.
     Move Numget-Numeric-String(Field-Ix) To Numgexc-Numeric-String.
     Move 0                               To Numgexc-Editerror.
     Move Closed-Period-Message           To Numgexc-Error-Message.
     Move "PC01"                          To Numgexc-Reason-Code.
     Perform Write-Numgexc-Record.

     *> The cross-field rules judge what the master will hold, not
     *> the value just refused - Check-Closed-Period's READ left
     *> the kept record in Numgmst-Record, and it counts only on
     *> the terms Fill-Absent-Field applies to a master value.
     Move "N" To Numgxvl-Usable-Sw(Field-Ix).
     Move 0   To Numgxvl-Value(Field-Ix).
     If Numgmst-Editerror >= 0 And Not Numgmst-Reversed
        Move "Y"                  To Numgxvl-Usable-Sw(Field-Ix)
        Move Numgmst-Scaled-Value To Numgxvl-Value(Field-Ix)
     End-If.

*>-----------------------------------------------------------------
 Apply-Reversal.
     *>
     *> Cancel the named transaction's master records under the
     *> current feed - every field, or only the one the reversal
     *> names. Nothing is converted: the records keep their values
     *> and are marked reversed. A validate-only pass touches no
     *> master, so it can only count the record; the live pass
     *> finds out whether there is anything to reverse.
     *>
     Add 1 To Reversal-Record-Count.
     Move "N" To Reversal-Matched-Sw.
     Evaluate True
        When Numgin-Tran-Id = Spaces
           Add 1 To Exception-Count
           Add 1 To Duplicate-Tran-Count
           Move Spaces                     To Numgexc-Record
           Move Numgin-Tran-Id             To Numgexc-Tran-Id
           Move Numgin-Reversal-Field      To Numgexc-Field-Name
           Move 0                          To Numgexc-Editerror
           Move "Missing transaction id - reversal not applied"
                To Numgexc-Error-Message
           Move "ID01"                     To Numgexc-Reason-Code
           Perform Write-Numgexc-Record
        When Validate-Only
           Continue
        When Other
           Perform Reverse-One-Field
              Varying Field-Ix From 1 By 1
              Until Field-Ix > Numgfld-Count
           If Not Reversal-Matched
              Perform Reject-Unmatched-Reversal
           End-If
     End-Evaluate.

*>-----------------------------------------------------------------
 Reverse-One-Field.
     If Numgin-Reversal-Field = Spaces
        Or Trim(Numgin-Reversal-Field)
           = Trim(Numget-Field-Name(Field-Ix))
        Move Numgin-Tran-Id              To Numgmst-Tran-Id
        Move Current-Feed-Id             To Numgmst-Feed-Id
        Move Numget-Field-Name(Field-Ix) To Numgmst-Field-Name
        Read Numgmst-File
        If Numgmst-Status = "00"
           Set Reversal-Matched To True
           If Numgmst-Reversed
              *> A resent reversal - the record was cancelled by
              *> an earlier one and there is nothing more to post.
              Add 1 To Reversal-Repeat-Count
              Add 1 To Exception-Count
              Move Spaces                  To Numgexc-Record
              Move Numgin-Tran-Id          To Numgexc-Tran-Id
              Move Numgmst-Field-Name      To Numgexc-Field-Name
              Move Numgmst-Numeric-String  To Numgexc-Numeric-String
              Move 0                       To Numgexc-Editerror
              Move "Transaction already reversed - reversal ignored"
                   To Numgexc-Error-Message
              Move "RV02"                  To Numgexc-Reason-Code
              Perform Write-Numgexc-Record
           Else
              Perform Find-Master-Period
              If Master-Locked
                 Perform Refuse-Closed-Period-Reversal
              Else
                 Perform Write-Journal-Record
                 Move "Y"       To Numgmst-Reversed-Sw
                 Move Run-Stamp To Numgmst-Reversal-Stamp
                 Rewrite Numgmst-Record
                 Perform Write-Reversal-Output
                 Add 1 To Reversed-Master-Count
              End-If
           End-If
        End-If
        If Not Numgmst-Io-Ok And Not Numgmst-Key-Not-Found
           Display "NUMGBATCH - ERROR: Reversal Of Numgmst-File "
                   "Failed, Status " Numgmst-Status
           Perform Abort-Run
        End-If
     End-If.

*>-----------------------------------------------------------------
 Refuse-Closed-Period-Reversal.
     *>
     *> The reversal found its transaction, but in a closed period -
     *> the cancellation has to be posted in the current period by
     *> hand. Listed, and opened on the ledger under the field,
     *> like any other change the lock refuses.
     *>
     Add 1 To Closed-Period-Count.
     Add 1 To Exception-Count.
     Move Spaces To Closed-Period-Message.
     String "Master record in closed period " Delimited By Size
            Locked-Period Delimited By Size
            " - reversal not applied" Delimited By Size
            Into Closed-Period-Message.
     Move Spaces                 To Numgexc-Record.
     Move Numgin-Tran-Id         To Numgexc-Tran-Id.
     Move Numgmst-Field-Name     To Numgexc-Field-Name.
     Move Numgmst-Numeric-String To Numgexc-Numeric-String.
     Move 0                      To Numgexc-Editerror.
     Move Closed-Period-Message  To Numgexc-Error-Message.
     Move "PC01"                 To Numgexc-Reason-Code.
     Perform Write-Numgexc-Record.

     Move 0                      To Call-Editerror.
     Move Closed-Period-Message  To Call-Error-Message.
     Move Spaces                 To Call-Rule-Message.
     Move Numgmst-Field-Name     To Ledger-Field-Name.
     Move Numgmst-Numeric-String To Ledger-Numeric-String.
     Perform Open-Exception-Entry.

*>-----------------------------------------------------------------
 Write-Reversal-Output.
     *>
     *> The reversal row carries the cancelled record's original
     *> amounts, untouched - NUMGGLX reverses the sign when it
     *> posts, so the entry nets the original posting to zero
     *> whatever rate is current tonight.
     *>
     Move Spaces                 To Numgout-Record.
     Move Numgmst-Field-Name     To Numgout-Field-Name.
     Move Numgmst-Numeric-String To Numgout-Numeric-String.
     Move Numgmst-Num36          To Numgout-Num36.
     Move Numgmst-Decptr         To Numgout-Decptr.
     Move Numgmst-Scaled-Value   To Numgout-Scaled-Value.
     Move Numgmst-Currency       To Numgout-Currency.
     Move Numgmst-Currency-Code  To Numgout-Currency-Code.
     Move Numgmst-Home-Value     To Numgout-Home-Value.
     Move Current-Feed-Id        To Numgout-Feed-Id.
     Move "R"                    To Numgout-Entry-Type.
     Write Numgout-Record.
     Add 1 To Numgout-Write-Count.
     If Current-Feed-Ix > 0
        Add 1 To Feed-Out-Count(Current-Feed-Ix)
        Subtract Numgmst-Home-Value
           From Feed-Home-Total(Current-Feed-Ix)
     End-If.
     If Numgout-Status Not = "00"
        Display "NUMGBATCH - ERROR: Write To Numgout-File Failed, "
                "Status " Numgout-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Reject-Unmatched-Reversal.
     *>
     *> Nothing on the master under this feed to cancel - most
     *> often a reversal that overtook its own transaction, or one
     *> sent under the wrong feed. It goes on the listing and
     *> opens a ledger entry under the field it named (spaces for
     *> a whole-transaction reversal) so it cannot be forgotten;
     *> there is no value to correct, so it is retired by a
     *> NUMGFIX write-off by key once the sender has answered.
     *>
     Add 1 To Reversal-Unmatched-Count.
     Add 1 To Exception-Count.
     Move "Reversal for a transaction not on the master"
          To Call-Error-Message.
     Move Spaces                To Numgexc-Record.
     Move Numgin-Tran-Id        To Numgexc-Tran-Id.
     Move Numgin-Reversal-Field To Numgexc-Field-Name.
     Move 0                     To Numgexc-Editerror.
     Move Call-Error-Message    To Numgexc-Error-Message.
     Move "RV01"                To Numgexc-Reason-Code.
     Perform Write-Numgexc-Record.

     Move 0                     To Call-Editerror.
     Move Spaces                To Call-Rule-Message.
     Move Numgin-Reversal-Field To Ledger-Field-Name.
     Move Spaces                To Ledger-Numeric-String.
     Perform Open-Exception-Entry.

*>-----------------------------------------------------------------
 Write-Journal-Record.
     *>
     Move Numgmst-Currency-Code  To Numgjrn-Currency-Code.
     Move Numgmst-Home-Value     To Numgjrn-Home-Value.
     Move Numgmst-Run-Stamp      To Numgjrn-Run-Stamp.
     Move Current-Operator-Id    To Numgjrn-Operator-Id.
     If Current-Operator-Id Not = Spaces
        Set Numgjrn-Corrected    To True
     End-If.
     Write Numgjrn-Record.
     Add 1 To Journal-Write-Count.
     If Numgjrn-Status Not = "00"
     End-If.
     Move Field-Home-Value                To Numgmst-Home-Value.
     Move Run-Stamp                       To Numgmst-Run-Stamp.
     Move Current-Business-Date           To Numgmst-Business-Date.
     Move Numgmst-Currency-Code           To Numgmst-Amount-Currency.
     Compute Numgmst-Amount-Biased =
             Numgmst-Scaled-Value + Amount-Key-Bias.
     *> A fresh value for a reversed transaction makes it live
     *> again - the reversal's own before-image is on the journal.
     Move "N"                             To Numgmst-Reversed-Sw.
     Move Spaces                          To Numgmst-Reversal-Stamp.

*>-----------------------------------------------------------------
 Write-Numgexc-Record.
 Open-Exception-Entry.
     Move Numgin-Tran-Id              To Numgems-Tran-Id.
     Move Current-Feed-Id             To Numgems-Feed-Id.
     Move Ledger-Field-Name           To Numgems-Field-Name.
     Read Numgems-File.
     Evaluate True
        When Numgems-Key-Not-Found
           Move Numgin-Tran-Id              To Numgems-Tran-Id
           Move Current-Feed-Id             To Numgems-Feed-Id
           Move Ledger-Field-Name           To Numgems-Field-Name
           Move "O"       To Numgems-Status-Code
           Move Run-Stamp To Numgems-First-Stamp
                             Numgems-Last-Stamp
           Perform Fill-Ledger-Details
           Move Spaces    To Numgems-Close-Stamp
                             Numgems-Writeoff-Reason
                             Numgems-Writeoff-Operator
           Write Numgems-Record
           Add 1 To Ledger-Opened-Count
        When Numgems-Status = "00"
              Move "O"    To Numgems-Status-Code
              Move Spaces To Numgems-Close-Stamp
                             Numgems-Writeoff-Reason
                             Numgems-Writeoff-Operator
           End-If
           Add 1 To Numgems-Recur-Count
           Move Run-Stamp To Numgems-Last-Stamp

*>-----------------------------------------------------------------
 Fill-Ledger-Details.
     Move Ledger-Numeric-String To Numgems-Numeric-String.
     Move Call-Editerror      To Numgems-Editerror.
     Move Call-Error-Message  To Numgems-Error-Message.
     Move Call-Rule-Message   To Numgems-Rule-Message.
     *>
     Move Numgin-Tran-Id              To Numgems-Tran-Id.
     Move Current-Feed-Id             To Numgems-Feed-Id.
     Move Ledger-Field-Name           To Numgems-Field-Name.
     Read Numgems-File.
     If Numgems-Status = "00" And Numgems-Open
        Move "C"       To Numgems-Status-Code
              Set Input-Eof To True
        End-Read
     End-If.
     If Not Input-Eof
        Add 1 To Input-Record-Position
     End-If.

*>-----------------------------------------------------------------
 Write-Checkpoint.
     Move Record-Count       To Numgrst-Record-Count.
     Compute Numgrst-Byte-Position = Record-Count * Record-Length.
     Move "N"                To Numgrst-Complete-Sw.
     Move Run-Stamp          To Numgrst-Run-Stamp.
     Write Numgrst-Record.
     Close Numgrst-File.

        Move Record-Count       To Numgrst-Record-Count
        Compute Numgrst-Byte-Position = Record-Count * Record-Length
        Move "Y"                To Numgrst-Complete-Sw
        Move Run-Stamp          To Numgrst-Run-Stamp
        Write Numgrst-Record
        Close Numgrst-File
     End-If.
        Display "NUMGBATCH - RUN OUT OF INTEGRITY: Feed "
                Current-Feed-Id " has no trailer record on "
                "NUMGIN - the file may be truncated."
        Move 0   To Trailer-Record-Count Trailer-Hash-Total
        Move "M" To Numgfst-Verdict
        Perform Write-Feed-Status
     End-If.
     Close Numgfst-File.
     If Registry-Open
        Close Numgfreg-File
     End-If.

     If Feed-Total-Count > 0
     Display "NUMGBATCH - Records Read:      " Record-Count.
     Display "NUMGBATCH - Exceptions Logged: " Exception-Count.
     Display "NUMGBATCH - Rule Violations:   " Rule-Violation-Count.
     Display "NUMGBATCH - Cross-Field Rules: "
             Cross-Rule-Violation-Count.
     Display "NUMGBATCH - Duplicate/Bad Ids: " Duplicate-Tran-Count.
     Display "NUMGBATCH - Replays Refused:   " Replay-Refused-Count.
     Display "NUMGBATCH - Closed-Period Refusals: " Closed-Period-Count.
     Display "NUMGBATCH - Journal Images:    " Journal-Write-Count.
     Display "NUMGBATCH - Reversals Read/Applied/Unmatched/Repeat: "
             Reversal-Record-Count " " Reversed-Master-Count " "
             Reversal-Unmatched-Count " " Reversal-Repeat-Count.
     Display "NUMGBATCH - Ledger Opened/Bumped/Closed: "
             Ledger-Opened-Count " " Ledger-Bumped-Count " "
             Ledger-Closed-Count.

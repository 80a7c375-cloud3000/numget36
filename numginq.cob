*>  Console inquiry over the NUMGMST keyed master of converted
*>  results NUMGBATCH maintains - the answer to "what did
*>  transaction X convert to last night" without grepping
*>  NUMGOUT in a text editor. The operator looks records up in
*>  one of four ways:
*>
*>    T  by transaction id - every field record under that id,
*>       through the master's own key;
*>    A  by exact amount - every record whose converted amount
*>       in a given currency is exactly the one keyed, through
*>       the Numgmst-Amount-Key alternate key;
*>    R  by amount range - every record in a currency whose
*>       converted amount lies between two amounts, lowest
*>       first, through the same alternate key;
*>    D  by run date - every record last written by a run on
*>       a given date, through the Numgmst-Run-Stamp alternate
*>       key.
*>
*>  Amounts are keyed the way a feed would carry them and read
*>  through Numget36 and NUMGBATCH's own scaling, so "1,234.5"
*>  finds what NUMGBATCH stored for "1234.50". For each record
*>  found the operator sees the field name, the original
*>  Numeric-String as it arrived, the converted amount
*>  re-edited through Numput36 with commas and the currency
*>  symbol Numget36 stripped, the currency code and
*>  home-currency value off the NUMGRATE conversion, the
*>  Editerror worded through Numerrmsg, and the Numgmst-Run-
*>  Stamp of the run that last touched the record. A record a
*>  sender has cancelled with a reversal is shown REVERSED, with
*>  the stamp of the run that reversed it - its amounts are the
*>  cancelled ones, not a live value.
*>
*>  After an inquiry the operator can browse forward from that
*>  point along the key the lookup used - a START and
*>  sequential READs - one transaction (or, by amount, one
*>  amount) at a time, so a range of ids can be chased when the
*>  upstream system renumbers a batch. A lookup with no records
*>  of its own still positions the browse, so "start at TXN0500
*>  and walk" works whether or not TXN0500 itself converted. A
*>  range or run-date lookup walks its own records the same
*>  way before offering to browse on past them; an amount
*>  browse stops at the end of the currency.
*>
*>  A dated NUMGARCH archive carries the same keys as the live
*>  master, so every lookup works against an archive as well.
*>  An archive written from an older master is in that
*>  master's layout and will not open here until it has been
*>  through NUMGMCV - renamed to NUMGMSTO, converted, and the
*>  NUMGMST written renamed back to the archive's name.
*>
*>  An inquiry writes no NUMGLOG history of its own, the same
*>  reasoning as NUMGLIST - it changes nothing and would only
*>  bury the run records the history exists to show.
*>
*>  The session opens with an operator sign-on against NUMGUSR
*>  (through Numgsign); only an operator holding the inquiry
*>  role gets past it.
*>
*>************************************************************

 Environment Division.
                          Organization Is Indexed
                          Access Mode Is Dynamic
                          Record Key Is Numgmst-Key
                          Alternate Record Key Is Numgmst-Amount-Key
                             With Duplicates
                          Alternate Record Key Is Numgmst-Run-Stamp
                             With Duplicates
                          File Status Is Numgmst-Status.

 Data Division.
 01  Numgmst-Eof-Sw             Pic X Value "N".
     88  Numgmst-Eof             Value "Y".

 01  Lookup-Reply               Pic X(01) Value Space.
     88  Lookup-Done             Value Space.
     88  Lookup-By-Tran-Id       Values "T" "t".
     88  Lookup-By-Amount        Values "A" "a".
     88  Lookup-By-Range         Values "R" "r".
     88  Lookup-By-Run-Date      Values "D" "d".
 01  Lookup-Valid-Sw            Pic X Value "N".
     88  Lookup-Valid            Value "Y".

 01  Inquiry-Reply              Pic X(36) Value Spaces.
 01  Inquiry-Tran-Id            Pic X(12) Value Spaces.
 01  Inquiry-Currency-Code      Pic X(03) Value Spaces.
 01  Inquiry-Run-Date           Pic X(08) Value Spaces.
 01  Home-Currency-Code         Pic X(03) Value "USD".
 01  Browse-Reply               Pic X(01) Value Space.
     88  Browse-Requested        Values "Y" "y".
 01  More-Reply                 Pic X(01) Value Space.
     88  More-Requested          Values "Y" "y".

*>
*> A browse walks the file one group at a time - the records
*> sharing a transaction id, an amount key, or (by run date) a
*> run stamp and transaction id. Group-Key is the group of the
*> record last read, set by Read-Next-Master.
*>
 01  Group-Key                  Pic X(26) Value Spaces.
 01  Current-Group-Key          Pic X(26) Value Spaces.
 01  Heading-Tran-Id            Pic X(12) Value Spaces.
 01  Records-Shown              Pic 9(09) Comp Value 0.
 01  Group-Records-Shown        Pic 9(04) Comp Value 0.
 01  Lookup-Records-Shown       Pic 9(09) Comp Value 0.

*> "Y" once the last read is past the range or run date the
*> lookup asked for.
 01  Past-Selection-Sw          Pic X Value "N".
     88  Past-Selection          Value "Y".
*> "Y" while the lookup's own range or date is being walked,
*> before the operator is offered the browse beyond it.
 01  Selection-Walk-Sw          Pic X Value "N".
     88  Selection-Walk          Value "Y".
*> "Y" once an amount browse has read into another currency.
 01  Browse-End-Sw              Pic X Value "N".
     88  Browse-End              Value "Y".

*>
*> Search keys built like Numgmst-Amount-Key - see Numgmstrec.cpy
*> for the bias that puts the amounts in numeric order.
*>
 01  Low-Amount-Key.
     02  Low-Amount-Currency    Pic X(03).
     02  Low-Amount-Biased      Pic 9(16)V9(04).
 01  High-Amount-Key.
     02  High-Amount-Currency   Pic X(03).
     02  High-Amount-Biased     Pic 9(16)V9(04).
 01  Amount-Key-Bias            Pic 9(16) Value 1000000000000000.

 01  Inquiry-Scaled-Value       Pic S9(15)V9(04) Comp-3 Value 0.
 01  Amount-Ok-Sw               Pic X Value "N".
     88  Amount-Ok               Value "Y".
*> Same sizing as NUMGBATCH's own scaling - the divisor must hold
*> 10 ** Call-Decptr for any Call-Decptr Numget36 can return.
 01  Decimal-Divisor            Pic S9(18)V9(18) Comp-3 Value 0.

 01  Master-Editerror           Pic S9(04) Comp Value 0.
 01  Home-Value-Edit            Pic -(12)9.9999.
 01  Scaled-Value-Edit          Pic -(12)9.9999.
 01  Amount-Edit                Pic -(15)9.9999.
 01  High-Amount-Edit           Pic -(15)9.9999.

*>
*> Linkage-shaped working storage used to CALL Numget36 with, to
*> read an amount the operator keys exactly as NUMGBATCH reads
*> one off a feed.
*>
 01  Call-Numeric-String        Pic X(36).
 01  Call-Num36                 Pic S9(36).
 01  Call-Decptr                Pic 9(04) Comp.
 01  Call-Editerror             Pic S9(04) Comp.
 01  Call-Nu-String             Pic X(36).
 01  Call-Stripped-Currency     Pic X.
 01  Call-Get-Options.
     02  Call-Parse-Mode        Pic X.

*>
*> Linkage-shaped working storage used to CALL Numput36 with, to
*>
 01  Call-Error-Message         Pic X(60).

*>
*> Linkage-shaped working storage used to CALL Numgsign with, to
*> sign the operator on.
*>
 Copy Numgsgnrec.

 Procedure Division.
*>-----------------------------------------------------------------
 Begin-0000.
     Perform Initialization.
     Perform Process-Inquiries Until Lookup-Done.
     Perform Termination.
     Stop Run.

*>-----------------------------------------------------------------
 Initialization.
     Perform Sign-On-Operator.

     Move "Y" To Put-Comma-Switch.
     Move "N" To Put-Sign-Switch.

        Display "NUMGINQ - No " Master-File-Name
                " file on disk - nothing to inquire on."
        Move "99" To Numgmst-Status
        Set Lookup-Done To True
     Else
        If Numgmst-Status = "39"
           *> Built before the amount and run-stamp keys - a live
           *> master NUMGMCV has not rebuilt yet, or an archive
           *> written from such a master. NUMGMCV converts either.
           Display "NUMGINQ - ERROR: " Master-File-Name
                   " is in an older record layout and must be "
                   "converted before it can be inquired on."
           Display "NUMGINQ - Rename it to NUMGMSTO (with no "
                   "NUMGMST alongside), run NUMGMCV, then rename "
                   "the NUMGMST it writes back to "
                   Trim(Master-File-Name) "."
           Move 12 To Return-Code
           Stop Run
        End-If
        If Numgmst-Status Not = "00"
           Display "NUMGINQ - ERROR: Unable To Open Numgmst-File, "
                   "Status " Numgmst-Status
           Move 12 To Return-Code
           Stop Run
        End-If
        Perform Prompt-For-Lookup
     End-If.

*>-----------------------------------------------------------------
 Sign-On-Operator.
     Move "NUMGINQ" To Numgsign-Program.
     Move "I"       To Numgsign-Mode.
     Call "Numgsign" Using Numgsign-Request.
     If Not Numgsign-Signed-On
        Display "NUMGINQ - Inquiry refused - no operator signed on."
        Move 8 To Return-Code
        Stop Run
     End-If.
     If Not Numgsign-May-Inquire
        Display "NUMGINQ - Operator " Numgsign-Operator-Id
                " does not hold the inquiry role - inquiry refused."
        Move 8 To Return-Code
        Stop Run
     End-If.

*>-----------------------------------------------------------------
     End-If.

*>-----------------------------------------------------------------
 Prompt-For-Lookup.
     Display " ".
     Display "NUMGINQ - Look up by T)ransaction id, A)mount, amount "
             "R)ange or run D)ate (spaces to quit):".
     Move Space To Lookup-Reply.
     Accept Lookup-Reply From Console.

*>-----------------------------------------------------------------
 Process-Inquiries.
     Move "N" To Lookup-Valid-Sw Numgmst-Eof-Sw Browse-End-Sw
                 Past-Selection-Sw Selection-Walk-Sw.
     Set More-Requested To True.
     Move 0 To Lookup-Records-Shown.

     Evaluate True
        When Lookup-By-Tran-Id
           Perform Lookup-Transaction
        When Lookup-By-Amount
           Perform Lookup-Amount
        When Lookup-By-Range
           Perform Lookup-Amount-Range
        When Lookup-By-Run-Date
           Perform Lookup-Run-Date
        When Other
           Display "NUMGINQ - '" Lookup-Reply "' is not a lookup - "
                   "key T, A, R or D."
     End-Evaluate.

     If Lookup-Valid And More-Requested
        And Not Numgmst-Eof And Not Browse-End
        Display " "
        Display "NUMGINQ - Browse forward from here (Y/N)?"
        Move Space To Browse-Reply
        End-If
     End-If.

     Perform Prompt-For-Lookup.

*>-----------------------------------------------------------------
 Lookup-Transaction.
     *>
     *> Position at (or just past) the keyed id with a partial-key
     *> START - the feed-id and field-name parts of the key low so
     *> positioned on the first FOLLOWING transaction, which is
     *> where a browse picks up.
     *>
     Display "NUMGINQ - Enter transaction id:".
     Move Spaces To Inquiry-Reply.
     Accept Inquiry-Reply From Console.
     Move Inquiry-Reply To Inquiry-Tran-Id.
     Set Lookup-Valid To True.

     Move Inquiry-Tran-Id To Numgmst-Tran-Id.
     Move Low-Values      To Numgmst-Feed-Id Numgmst-Field-Name.
     Start Numgmst-File Key Not < Numgmst-Key
        Display "NUMGINQ - No master records at or after "
                Inquiry-Tran-Id "."
     Else
        Perform Read-Next-Master
        Move Inquiry-Tran-Id To Current-Group-Key
        Perform Show-Matching-Group
        If Group-Records-Shown = 0
           Display "NUMGINQ - No master records for "
                   Inquiry-Tran-Id "."
        End-If
     End-If.

*>-----------------------------------------------------------------
 Lookup-Amount.
     *>
     *> The exact amount's records are one stretch of the amount
     *> key - START on it and list them, leaving the read on the
     *> next amount up in the currency for a browse to pick up.
     *>
     Perform Prompt-For-Currency.
     Display "NUMGINQ - Enter amount:".
     Perform Accept-Inquiry-Amount.
     If Amount-Ok
        Move Inquiry-Currency-Code To Low-Amount-Currency
        Compute Low-Amount-Biased = Inquiry-Scaled-Value
                                  + Amount-Key-Bias
        Move Inquiry-Scaled-Value To Amount-Edit
        Set Lookup-Valid To True
        Perform Show-Amount-Lookup
     End-If.

*>-----------------------------------------------------------------
 Show-Amount-Lookup.
     Move Low-Amount-Key To Numgmst-Amount-Key.
     Start Numgmst-File Key Not < Numgmst-Amount-Key
        Invalid Key
           Set Numgmst-Eof To True
     End-Start.

     If Numgmst-Eof
        Display "NUMGINQ - No master records at or after "
                Inquiry-Currency-Code " " Amount-Edit "."
     Else
        Perform Read-Next-Master
        Move Low-Amount-Key To Current-Group-Key
        Perform Show-Matching-Group
        If Group-Records-Shown = 0
           Display "NUMGINQ - No master records for "
                   Inquiry-Currency-Code " " Amount-Edit "."
        End-If
     End-If.

*>-----------------------------------------------------------------
 Lookup-Amount-Range.
     *>
     *> Every amount from the low one to the high one within the
     *> currency - START at the low key and walk the amounts in
     *> order until the read passes the high key.
     *>
     Perform Prompt-For-Currency.
     Display "NUMGINQ - Enter lowest amount:".
     Perform Accept-Inquiry-Amount.
     If Amount-Ok
        Move Inquiry-Currency-Code To Low-Amount-Currency
        Compute Low-Amount-Biased = Inquiry-Scaled-Value
                                  + Amount-Key-Bias
        Move Inquiry-Scaled-Value To Amount-Edit
        Display "NUMGINQ - Enter highest amount:"
        Perform Accept-Inquiry-Amount
     End-If.
     If Amount-Ok
        Move Inquiry-Currency-Code To High-Amount-Currency
        Compute High-Amount-Biased = Inquiry-Scaled-Value
                                   + Amount-Key-Bias
        Move Inquiry-Scaled-Value To High-Amount-Edit
        If High-Amount-Key < Low-Amount-Key
           Display "NUMGINQ - The highest amount is below the "
                   "lowest - no range to look up."
        Else
           Set Lookup-Valid To True
           Perform Show-Range-Lookup
        End-If
     End-If.

*>-----------------------------------------------------------------
 Show-Range-Lookup.
     Move Low-Amount-Key To Numgmst-Amount-Key.
     Start Numgmst-File Key Not < Numgmst-Amount-Key
        Invalid Key
           Set Numgmst-Eof To True
     End-Start.

     If Numgmst-Eof
        Display "NUMGINQ - No master records at or after "
                Inquiry-Currency-Code " " Amount-Edit "."
     Else
        Perform Read-Next-Master
        Perform Show-Selection
        If Lookup-Records-Shown = 0
           Display "NUMGINQ - No master records for "
                   Inquiry-Currency-Code " " Amount-Edit " to "
                   High-Amount-Edit "."
        End-If
     End-If.

*>-----------------------------------------------------------------
 Lookup-Run-Date.
     *>
     *> Every record last written by a run on the date - START at
     *> the first run stamp of the day and walk until the stamp's
     *> date changes.
     *>
     Display "NUMGINQ - Enter run date yyyymmdd:".
     Move Spaces To Inquiry-Reply.
     Accept Inquiry-Reply From Console.
     Move Inquiry-Reply To Inquiry-Run-Date.
     If Inquiry-Run-Date Not Numeric
        Display "NUMGINQ - '" Inquiry-Run-Date "' is not a date "
                "yyyymmdd."
     Else
        Set Lookup-Valid To True
        Perform Show-Run-Date-Lookup
     End-If.

*>-----------------------------------------------------------------
 Show-Run-Date-Lookup.
     Move Low-Values       To Numgmst-Run-Stamp.
     Move Inquiry-Run-Date To Numgmst-Run-Stamp(1:8).
     Start Numgmst-File Key Not < Numgmst-Run-Stamp
        Invalid Key
           Set Numgmst-Eof To True
     End-Start.

     If Numgmst-Eof
        Display "NUMGINQ - No master records run on or after "
                Inquiry-Run-Date "."
     Else
        Perform Read-Next-Master
        Perform Show-Selection
        If Lookup-Records-Shown = 0
           Display "NUMGINQ - No master records run on "
                   Inquiry-Run-Date "."
        End-If
     End-If.

*>-----------------------------------------------------------------
 Prompt-For-Currency.
     Display "NUMGINQ - Enter currency code (spaces for "
             Home-Currency-Code "):".
     Move Spaces To Inquiry-Reply.
     Accept Inquiry-Reply From Console.
     Move Inquiry-Reply To Inquiry-Currency-Code.
     If Inquiry-Currency-Code = Spaces
        Move Home-Currency-Code To Inquiry-Currency-Code
     End-If.

*>-----------------------------------------------------------------
 Accept-Inquiry-Amount.
     *>
     *> Read the keyed amount through Numget36 and scale it to four
     *> places exactly as NUMGBATCH scales a feed amount before it
     *> stores it, so the search key matches the stored one.
     *>
     Move Spaces To Inquiry-Reply.
     Accept Inquiry-Reply From Console.
     Set Amount-Ok To True.

     Move Inquiry-Reply To Call-Numeric-String.
     Move "A"           To Call-Parse-Mode.
     Call "Numget36" Using Call-Numeric-String
                           Call-Num36
                           Call-Decptr
                           Call-Editerror
                           Call-Nu-String
                           Call-Stripped-Currency
                           Call-Get-Options.

     If Inquiry-Reply = Spaces Or Call-Editerror < 0
        Move "N" To Amount-Ok-Sw
     Else
        If Call-Decptr < 1
           Compute Inquiry-Scaled-Value = Call-Num36
              On Size Error
                 Move "N" To Amount-Ok-Sw
           End-Compute
        Else
           *> NOTE: The same two-step divide NUMGBATCH and Numget36
           *>       use - GnuCOBOL mis-evaluates the divisor when
           *>       the power of ten is nested inside the division.
           Compute Decimal-Divisor = ( 10 ** Call-Decptr )
              On Size Error
                 Move "N" To Amount-Ok-Sw
           End-Compute
           If Amount-Ok
              Compute Inquiry-Scaled-Value Rounded =
                      (Call-Num36 / Decimal-Divisor)
                 On Size Error
                    Move "N" To Amount-Ok-Sw
              End-Compute
           End-If
        End-If
     End-If.

     If Not Amount-Ok
        Display "NUMGINQ - '" Inquiry-Reply "' is not an amount "
                "that can be looked up."
     End-If.

*>-----------------------------------------------------------------
 Show-Selection.
     *>
     *> Walk the range or run date the lookup asked for one group
     *> at a time, asking before each further group, until the
     *> read passes the end of it.
     *>
     Set Selection-Walk To True.
     Perform Browse-One-Group
        Until Numgmst-Eof Or Browse-End Or Past-Selection
           Or Not More-Requested.
     Move "N" To Selection-Walk-Sw.

*>-----------------------------------------------------------------
 Browse-Forward.
     *>
     *> The last READ already holds the first record past the
     *> lookup - show that group's records and ask before each
     *> further one, so the operator walks a renumbered range one
     *> transaction at a time instead of being firehosed.
     *>
     Set More-Requested To True.
     Perform Browse-One-Group
        Until Numgmst-Eof Or Browse-End Or Not More-Requested.
     If Numgmst-Eof
        Display "NUMGINQ - End of master file reached."
     End-If.
     If Browse-End
        Display "NUMGINQ - End of " Inquiry-Currency-Code
                " amounts reached."
     End-If.

*>-----------------------------------------------------------------
 Browse-One-Group.
     Move Group-Key To Current-Group-Key.
     Perform Show-Matching-Group.
     If Numgmst-Eof Or Browse-End
        Continue
     Else
        If Selection-Walk And Past-Selection
           Continue
        Else
           Display " "
           If Lookup-By-Amount Or Lookup-By-Range
              Display "NUMGINQ - Next amount (Y/N)?"
           Else
              Display "NUMGINQ - Next transaction (Y/N)?"
           End-If
           Move Space To More-Reply
           Accept More-Reply From Console
        End-If
     End-If.

*>-----------------------------------------------------------------
 Show-Matching-Group.
     Move 0      To Group-Records-Shown.
     Move Spaces To Heading-Tran-Id.
     Perform Show-One-Record
        Until Numgmst-Eof Or Browse-End
           Or Group-Key Not = Current-Group-Key.

*>-----------------------------------------------------------------
 Show-One-Record.
     If Group-Records-Shown = 0
        If Lookup-By-Amount Or Lookup-By-Range
           Move Numgmst-Scaled-Value To Amount-Edit
           Display " "
           Display "NUMGINQ - Amount " Numgmst-Amount-Currency " "
                   Amount-Edit ":"
        End-If
     End-If.
     If Group-Records-Shown = 0 Or Numgmst-Tran-Id Not = Heading-Tran-Id
        Display " "
        Display "NUMGINQ - Transaction " Numgmst-Tran-Id ":"
        Move Numgmst-Tran-Id To Heading-Tran-Id
     End-If.
     Add 1 To Group-Records-Shown.
     Add 1 To Lookup-Records-Shown.
     Add 1 To Records-Shown.

     Perform Edit-Master-Amount.
        Display "NUMGINQ -   Editerror: " Master-Editerror
                " " Call-Error-Message
     End-If.
     Display "NUMGINQ -   Run Stamp: " Numgmst-Run-Stamp
             "  Business Date: " Numgmst-Business-Date.
     If Numgmst-Reversed
        Display "NUMGINQ -   Status:    REVERSED at "
                Numgmst-Reversal-Stamp " - amounts above are "
                "cancelled, not live."
     End-If.

     Perform Read-Next-Master.

     If Not Numgmst-Eof And Numgmst-Read-Eof
        Set Numgmst-Eof To True
     End-If.
     If Not Numgmst-Eof
        Perform Set-Group-Key
     End-If.

*>-----------------------------------------------------------------
 Set-Group-Key.
     *>
     *> Which group the record just read belongs to, and whether
     *> it is past what the lookup asked for - the next READ
     *> follows whichever key the lookup STARTed on, so the group
     *> follows that key too.
     *>
     Move Spaces To Group-Key.
     Evaluate True
        When Lookup-By-Amount Or Lookup-By-Range
           Move Numgmst-Amount-Key To Group-Key
           If Numgmst-Amount-Currency Not = Inquiry-Currency-Code
              Set Browse-End To True
           End-If
           If Lookup-By-Range
              And Numgmst-Amount-Key > High-Amount-Key
              Set Past-Selection To True
           End-If
        When Lookup-By-Run-Date
           Move Numgmst-Run-Stamp To Group-Key(1:14)
           Move Numgmst-Tran-Id   To Group-Key(15:12)
           If Numgmst-Run-Stamp(1:8) Not = Inquiry-Run-Date
              Set Past-Selection To True
           End-If
        When Other
           Move Numgmst-Tran-Id To Group-Key
     End-Evaluate.

*>-----------------------------------------------------------------
 Termination.

*> $title "NUMGPROF - PROFILE A SAMPLE NUMGIN AND PROPOSE NUMGFLDS"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgprof.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  Onboarding aid for a new sender: reads a sample of the
*>  sender's feed (pointed to as NUMGIN) and puts every amount
*>  window of every detail record through Numget36 twice - once
*>  the historical dot-decimal way ("A") and once the European
*>  way ("E") - then reports, window by window and reading by
*>  reading, what the sample actually holds, and writes the
*>  NUMGFLDS settings that evidence suggests.
*>
*>  The windows profiled are the ten 36-byte amount positions
*>  of the NUMGIN record area (positions 14, 50, 86 ... 338); a
*>  window that is blank on every detail record is taken not to
*>  be carried and is neither reported nor proposed. For each
*>  window and each reading the report gives:
*>
*>    - clean and rejected readings;
*>    - the currency symbols stripped (none, dollar, pound
*>      sterling, euro);
*>    - how often the reading was an overpunched sign, a
*>      redundant sign, truncated digits or an ignored invalid
*>      character (Editerror 16, 15, 17 and 14);
*>    - the sign mix, the decimal places seen (fewest, most,
*>      commonest) and the smallest, largest and mean value.
*>
*>  and, across the two readings, how many values read cleanly
*>  both ways and how many of those read as DIFFERENT amounts -
*>  "1,234" is one thousand and odd one way and one and a bit
*>  the other, and only the sender can say which it means.
*>
*>  Produces two outputs:
*>
*>  NUMGPFR   The formatted profile report.
*>
*>  NUMGFLDP  The proposed control file, one record per window
*>            carried, in exactly the NUMGFLDS column layout
*>            Numgfldld reads (names FIELD01-FIELD10 by window,
*>            for renaming): the reading with more clean values
*>            (dot-decimal on a tie), the sign rule the signs
*>            seen allow, the most decimal places seen, and the
*>            smallest and largest values seen widened to whole
*>            units. It is a proposal - reviewed against the
*>            report and the sender's specification, then copied
*>            to NUMGFLDS - never read by the schedule itself.
*>
*>  Header, trailer and reversal records are passed over. The
*>  sample is read as line-sequential display text; packed and
*>  binary windows are not profiled (they need no parse mode)
*>  and show up here as rejected readings. Every Numget36 call
*>  is audited as usual, so a profile run adds two audit rows
*>  per window read. A sample with no detail record in it ends
*>  the run with return code 4 and no proposal.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgin-File  Assign To "NUMGIN"
                          Organization Is Line Sequential
                          File Status Is Numgin-Status.

     Select Numgpfr-File Assign To "NUMGPFR"
                          Organization Is Line Sequential
                          File Status Is Numgpfr-Status.

     Select Numgfldp-File Assign To "NUMGFLDP"
                          Organization Is Line Sequential
                          File Status Is Numgfldp-Status.

 Data Division.
 File Section.
 FD  Numgin-File.
 01  Numgin-Record.
     02  Numgin-Rec-Type                  Pic X(01).
         88  Numgin-Header-Rec              Value "H".
         88  Numgin-Detail-Rec              Value "D".
         88  Numgin-Trailer-Rec             Value "T".
         88  Numgin-Reversal-Rec            Value "R".
     02  Numgin-Tran-Id                   Pic X(12).
     02  Numgin-Amount-Area               Pic X(360).

 FD  Numgpfr-File.
 01  Numgpfr-Record             Pic X(132).

 FD  Numgfldp-File.
 01  Numgfldp-Record.
     *> Column for column the NUMGFLDS record Numgfldld reads.
     02  Numgfldp-Field-Name       Pic X(10).
     02  Filler                    Pic X(01).
     02  Numgfldp-Offset           Pic 9(04).
     02  Filler                    Pic X(01).
     02  Numgfldp-Parse-Mode       Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgfldp-Sign-Rule        Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgfldp-Max-Dec-X        Pic X(02).
     02  Filler                    Pic X(01).
     02  Numgfldp-Zero-Ok          Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgfldp-Min-X            Pic X(20).
     02  Filler                    Pic X(01).
     02  Numgfldp-Max-X            Pic X(20).
     02  Filler                    Pic X(01).
     02  Numgfldp-Type             Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgfldp-Len-X            Pic X(02).
     02  Filler                    Pic X(01).
     02  Numgfldp-Dec-X            Pic X(02).

 Working-Storage Section.
 01  Numgin-Status              Pic X(02) Value "00".
     88  Numgin-Not-Found        Values "35" "05".
 01  Numgpfr-Status             Pic X(02) Value "00".
 01  Numgfldp-Status            Pic X(02) Value "00".

 01  Numgin-Eof-Sw              Pic X Value "N".
     88  Numgin-Eof              Value "Y".

*>
*> What the sample showed, per amount window and - within it -
*> per reading: Mode-Ix 1 is the dot-decimal ("A") reading, 2
*> the European ("E"). Currency-Ix 1-4 is none, dollar, pound,
*> euro; Warning-Ix 1-4 is Editerror 14-17; Decimal-Ix is the
*> Decptr returned plus one.
*>
 01  Profile-Table.
     02  Profile-Window         Occurs 10.
         03  Prof-Offset          Pic 9(04) Comp.
         03  Prof-Present-Count   Pic 9(09) Comp.
         03  Prof-Both-Count      Pic 9(09) Comp.
         03  Prof-Differ-Count    Pic 9(09) Comp.
         03  Prof-A-Only-Count    Pic 9(09) Comp.
         03  Prof-E-Only-Count    Pic 9(09) Comp.
         03  Prof-Neither-Count   Pic 9(09) Comp.
         03  Prof-Reading         Occurs 2.
             04  Prof-Clean-Count     Pic 9(09) Comp.
             04  Prof-Reject-Count    Pic 9(09) Comp.
             04  Prof-Currency-Count  Pic 9(09) Comp Occurs 4.
             04  Prof-Warning-Count   Pic 9(09) Comp Occurs 4.
             04  Prof-Decimal-Count   Pic 9(09) Comp Occurs 18.
             04  Prof-Oversize-Count  Pic 9(09) Comp.
             04  Prof-Negative-Count  Pic 9(09) Comp.
             04  Prof-Zero-Count      Pic 9(09) Comp.
             04  Prof-Positive-Count  Pic 9(09) Comp.
             04  Prof-Min-Value       Pic S9(15)V9(04) Comp-3.
             04  Prof-Max-Value       Pic S9(15)V9(04) Comp-3.
             04  Prof-Value-Total     Pic S9(25)V9(04) Comp-3.

 01  Window-Ix                  Pic 9(04) Comp Value 0.
 01  Mode-Ix                    Pic 9(04) Comp Value 0.
 01  Currency-Ix                Pic 9(04) Comp Value 0.
 01  Decimal-Ix                 Pic 9(04) Comp Value 0.
 01  Window-String              Pic X(36) Value Spaces.

 01  A-Editerror                Pic S9(04) Comp Value 0.
 01  A-Num36                    Pic S9(36) Value 0.
 01  A-Decptr                   Pic 9(04) Comp Value 0.

*>
*> Same sizing as NUMGBATCH's own scaling - the divisor must hold
*> 10 ** 17 - so a value is profiled exactly as the batch would
*> convert it. A value too large for the master's 15 integer
*> digits is counted apart rather than folded into the figures.
*>
 01  Decimal-Divisor            Pic S9(18)V9(18) Comp-3 Value 0.
 01  Scaled-Value               Pic S9(15)V9(04) Comp-3 Value 0.
 01  Scaled-Ok-Sw               Pic X Value "N".
     88  Scaled-Ok               Value "Y".
 01  Values-Seen                Pic 9(09) Comp Value 0.

*>
*> The proposal for one window, worked out from the reading
*> chosen for it.
*>
 01  Chosen-Ix                  Pic 9(04) Comp Value 0.
 01  Chosen-Mode                Pic X(01) Value Space.
 01  Review-Note                Pic X(60) Value Spaces.
 01  Fewest-Decimals            Pic 9(04) Comp Value 0.
 01  Most-Decimals              Pic 9(04) Comp Value 0.
 01  Commonest-Decimals         Pic 9(04) Comp Value 0.
 01  Commonest-Count            Pic 9(09) Comp Value 0.
 01  Decimals-Seen-Sw           Pic X Value "N".
     88  Decimals-Seen           Value "Y".
 01  A-Fewest-Decimals          Pic 9(04) Comp Value 0.
 01  A-Most-Decimals            Pic 9(04) Comp Value 0.
 01  A-Commonest-Decimals       Pic 9(04) Comp Value 0.
 01  A-Decimals-Seen-Sw         Pic X Value "N".
     88  A-Decimals-Seen         Value "Y".
 01  Two-Digits                 Pic 9(02) Value 0.
 01  Bound-Work                 Pic S9(15)V9(04) Comp-3 Value 0.
 01  Bound-Whole                Pic S9(16) Value 0.
 01  Bound-Edit                 Pic -(16)9.
 01  Mean-Value                 Pic S9(15)V9(04) Comp-3 Value 0.

 01  Read-Count                 Pic 9(09) Comp Value 0.
 01  Detail-Count               Pic 9(09) Comp Value 0.
 01  Skipped-Count              Pic 9(09) Comp Value 0.
 01  Window-Carried-Count       Pic 9(09) Comp Value 0.
 01  Review-Count               Pic 9(09) Comp Value 0.
 01  Report-Line-Count          Pic 9(09) Comp Value 0.

*>
*> One report line of the two-reading comparison: a label and
*> either a count or a value under each reading.
*>
 01  Stat-Label                 Pic X(32) Value Spaces.
 01  Stat-A-Count               Pic 9(09) Comp Value 0.
 01  Stat-E-Count               Pic 9(09) Comp Value 0.
 01  Stat-A-Value               Pic S9(15)V9(04) Comp-3 Value 0.
 01  Stat-E-Value               Pic S9(15)V9(04) Comp-3 Value 0.
 01  Stat-A-None-Sw             Pic X Value "N".
     88  Stat-A-None             Value "Y".
 01  Stat-E-None-Sw             Pic X Value "N".
     88  Stat-E-None             Value "Y".

 01  Tally-Edit                 Pic Z(08)9.
 01  Value-Edit                 Pic -(15)9.9(04).
 01  Offset-Edit                Pic 9(04).

 01  Report-Line                Pic X(132) Value Spaces.

*>
*> Linkage-shaped working storage used to CALL Numget36 with.
*>
 01  Call-Numeric-String.
     02  Call-X1                 Pic X Occurs 36 Times.
 01  Call-Num36                  Pic S9(36).
 01  Call-Decptr                 Pic 9(04) Comp.
 01  Call-Editerror              Pic S9(04) Comp.
 01  Call-Nu-String              Pic X(36).
 01  Call-Stripped-Currency      Pic X.
 01  Call-Get-Options.
     02  Call-Parse-Mode           Pic X.

*>
*> Linkage-shaped working storage used to CALL Numglog with, to
*> stamp this run's start and end onto the common run history.
*>
 Copy Numglogrec.

 Procedure Division.
*>-----------------------------------------------------------------
 Begin-0000.
     Perform Initialization.
     Perform Profile-One-Record Until Numgin-Eof.
     Perform Write-Report-Heading.
     If Detail-Count = 0
        Move "NO DETAIL RECORDS ON THE SAMPLE - NOTHING TO PROFILE"
             To Report-Line
        Perform Write-Report-Line
        Display "NUMGPROF - WARNING: The sample holds no detail "
                "records - no proposal written."
        Move 4 To Return-Code
     Else
        Perform Report-One-Window
           Varying Window-Ix From 1 By 1 Until Window-Ix > 10
     End-If.
     Perform Write-Report-Summary.
     Perform Termination.
     Stop Run.

*>-----------------------------------------------------------------
 Initialization.
     Perform Log-Run-Start.

     Initialize Profile-Table.
     Perform Set-Window-Offset
        Varying Window-Ix From 1 By 1 Until Window-Ix > 10.

     Open Input Numgin-File.
     If Numgin-Not-Found
        Display "NUMGPROF - ERROR: No NUMGIN sample file to profile."
        Perform Abort-Run
     End-If.
     If Numgin-Status Not = "00"
        Display "NUMGPROF - ERROR: Unable To Open Numgin-File, "
                "Status " Numgin-Status
        Perform Abort-Run
     End-If.

     Open Output Numgpfr-File.
     If Numgpfr-Status Not = "00"
        Display "NUMGPROF - ERROR: Unable To Open Numgpfr-File, "
                "Status " Numgpfr-Status
        Perform Abort-Run
     End-If.

     Open Output Numgfldp-File.
     If Numgfldp-Status Not = "00"
        Display "NUMGPROF - ERROR: Unable To Open Numgfldp-File, "
                "Status " Numgfldp-Status
        Perform Abort-Run
     End-If.

     Perform Read-Numgin-Record.

*>-----------------------------------------------------------------
 Set-Window-Offset.
     Compute Prof-Offset(Window-Ix) = 14 + (Window-Ix - 1) * 36.

*>-----------------------------------------------------------------
 Log-Run-Start.
     Move Spaces     To Numglog-Request.
     Move "NUMGPROF" To Numglog-Req-Program.
     Move "S"        To Numglog-Req-Event.
     Move 0          To Numglog-Req-Read
                        Numglog-Req-Written
                        Numglog-Req-Exceptions
                        Numglog-Req-Return-Code.
     Call "Numglog" Using Numglog-Request.

*>-----------------------------------------------------------------
 Log-Run-End.
     Move Spaces     To Numglog-Request.
     Move "NUMGPROF" To Numglog-Req-Program.
     Move "E"        To Numglog-Req-Event.
     Move Read-Count           To Numglog-Req-Read.
     Move Window-Carried-Count To Numglog-Req-Written.
     Move Review-Count         To Numglog-Req-Exceptions.
     Move Return-Code          To Numglog-Req-Return-Code.
     Call "Numglog" Using Numglog-Request.
     *> A CALL leaves the callee's RETURN-CODE (zero) in the
     *> register - put the step's own code back so STOP RUN
     *> still hands the scheduler the value just logged.
     Move Numglog-Req-Return-Code To Return-Code.

*>-----------------------------------------------------------------
 Abort-Run.
     *>
     *> Common exit for every unrecoverable error: make sure the
     *> step ends with a non-zero return code the scheduler can
     *> see, and stamp the end of run onto NUMGLOG before dying.
     *>
     If Return-Code = 0
        Move 12 To Return-Code
     End-If.
     Perform Log-Run-End.
     Stop Run.

*>-----------------------------------------------------------------
 Profile-One-Record.
     Add 1 To Read-Count.
     If Numgin-Detail-Rec
        Add 1 To Detail-Count
        Perform Profile-One-Window
           Varying Window-Ix From 1 By 1 Until Window-Ix > 10
     Else
        Add 1 To Skipped-Count
     End-If.
     Perform Read-Numgin-Record.

*>-----------------------------------------------------------------
 Profile-One-Window.
     *>
     *> A blank window is a field the record does not carry - the
     *> same test NUMGBATCH makes before it calls Numget36 at all.
     *>
     Move Numgin-Record(Prof-Offset(Window-Ix):36) To Window-String.
     If Window-String Not = Spaces
        Add 1 To Prof-Present-Count(Window-Ix)

        Move 1   To Mode-Ix
        Move "A" To Call-Parse-Mode
        Perform Read-Window-One-Way
        Move Call-Editerror To A-Editerror
        Move Call-Num36     To A-Num36
        Move Call-Decptr    To A-Decptr

        Move 2   To Mode-Ix
        Move "E" To Call-Parse-Mode
        Perform Read-Window-One-Way

        Evaluate True
           When A-Editerror >= 0 And Call-Editerror >= 0
              Add 1 To Prof-Both-Count(Window-Ix)
              If A-Num36 Not = Call-Num36
                 Or A-Decptr Not = Call-Decptr
                 Add 1 To Prof-Differ-Count(Window-Ix)
              End-If
           When A-Editerror >= 0
              Add 1 To Prof-A-Only-Count(Window-Ix)
           When Call-Editerror >= 0
              Add 1 To Prof-E-Only-Count(Window-Ix)
           When Other
              Add 1 To Prof-Neither-Count(Window-Ix)
        End-Evaluate
     End-If.

*>-----------------------------------------------------------------
 Read-Window-One-Way.
     Move Window-String To Call-Numeric-String.
     Call "Numget36" Using Call-Numeric-String
                           Call-Num36
                           Call-Decptr
                           Call-Editerror
                           Call-Nu-String
                           Call-Stripped-Currency
                           Call-Get-Options.

     If Call-Editerror < 0
        Add 1 To Prof-Reject-Count(Window-Ix, Mode-Ix)
     Else
        Add 1 To Prof-Clean-Count(Window-Ix, Mode-Ix)
        Evaluate Call-Stripped-Currency
           When "$"
              Move 2 To Currency-Ix
           When X"A3"
              Move 3 To Currency-Ix
           When X"80"
              Move 4 To Currency-Ix
           When Other
              Move 1 To Currency-Ix
        End-Evaluate
        Add 1 To Prof-Currency-Count(Window-Ix, Mode-Ix, Currency-Ix)
        If Call-Editerror >= 14 And Call-Editerror <= 17
           Add 1 To Prof-Warning-Count(Window-Ix, Mode-Ix,
                                       Call-Editerror - 13)
        End-If
        If Call-Decptr > 17
           Move 18 To Decimal-Ix
        Else
           Compute Decimal-Ix = Call-Decptr + 1
        End-If
        Add 1 To Prof-Decimal-Count(Window-Ix, Mode-Ix, Decimal-Ix)
        Perform Scale-Window-Value
        If Scaled-Ok
           Perform Tally-Window-Value
        Else
           Add 1 To Prof-Oversize-Count(Window-Ix, Mode-Ix)
        End-If
     End-If.

*>-----------------------------------------------------------------
 Scale-Window-Value.
     Set Scaled-Ok To True.
     If Call-Decptr < 1
        Compute Scaled-Value = Call-Num36
           On Size Error
              Move "N" To Scaled-Ok-Sw
        End-Compute
     Else
        *> NOTE: The same two-step divide NUMGBATCH and Numget36
        *>       use - GnuCOBOL mis-evaluates the divisor when the
        *>       power of ten is nested inside the division.
        Compute Decimal-Divisor = ( 10 ** Call-Decptr )
           On Size Error
              Move "N" To Scaled-Ok-Sw
        End-Compute
        If Scaled-Ok
           Compute Scaled-Value Rounded =
                   (Call-Num36 / Decimal-Divisor)
              On Size Error
                 Move "N" To Scaled-Ok-Sw
           End-Compute
        End-If
     End-If.

*>-----------------------------------------------------------------
 Tally-Window-Value.
     Compute Values-Seen = Prof-Negative-Count(Window-Ix, Mode-Ix)
                         + Prof-Zero-Count(Window-Ix, Mode-Ix)
                         + Prof-Positive-Count(Window-Ix, Mode-Ix).
     If Values-Seen = 0
        Move Scaled-Value To Prof-Min-Value(Window-Ix, Mode-Ix)
                             Prof-Max-Value(Window-Ix, Mode-Ix)
     Else
        If Scaled-Value < Prof-Min-Value(Window-Ix, Mode-Ix)
           Move Scaled-Value To Prof-Min-Value(Window-Ix, Mode-Ix)
        End-If
        If Scaled-Value > Prof-Max-Value(Window-Ix, Mode-Ix)
           Move Scaled-Value To Prof-Max-Value(Window-Ix, Mode-Ix)
        End-If
     End-If.

     Evaluate True
        When Scaled-Value < 0
           Add 1 To Prof-Negative-Count(Window-Ix, Mode-Ix)
        When Scaled-Value = 0
           Add 1 To Prof-Zero-Count(Window-Ix, Mode-Ix)
        When Other
           Add 1 To Prof-Positive-Count(Window-Ix, Mode-Ix)
     End-Evaluate.
     Add Scaled-Value To Prof-Value-Total(Window-Ix, Mode-Ix).

*>-----------------------------------------------------------------
 Write-Report-Heading.
     Move Spaces To Report-Line.
     String "NUMGPROF  SAMPLE FEED PROFILE          " Delimited By Size
            "DETAIL RECORDS PROFILED: " Delimited By Size
            Into Report-Line.
     Move Detail-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(65:9).
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Report-One-Window.
     If Prof-Present-Count(Window-Ix) > 0
        Add 1 To Window-Carried-Count
        Perform Choose-Reading
        Perform Write-Window-Section
        Perform Write-Proposal-Record
     End-If.

*>-----------------------------------------------------------------
 Choose-Reading.
     *>
     *> The reading with more clean values wins. A tie stays with
     *> the historical dot-decimal reading - but when the two
     *> readings tie AND disagree about what some values are,
     *> the sample cannot settle it and the proposal says so.
     *>
     Move Spaces To Review-Note.
     Evaluate True
        When Prof-Clean-Count(Window-Ix, 1) = 0
             And Prof-Clean-Count(Window-Ix, 2) = 0
           Move 1   To Chosen-Ix
           Move "A" To Chosen-Mode
           Move "NO CLEAN READING EITHER WAY - NOT A DISPLAY AMOUNT?"
                To Review-Note
        When Prof-Clean-Count(Window-Ix, 2)
             > Prof-Clean-Count(Window-Ix, 1)
           Move 2   To Chosen-Ix
           Move "E" To Chosen-Mode
        When Other
           Move 1   To Chosen-Ix
           Move "A" To Chosen-Mode
           If Prof-Clean-Count(Window-Ix, 1)
              = Prof-Clean-Count(Window-Ix, 2)
              And Prof-Differ-Count(Window-Ix) > 0
              Move "BOTH READINGS FIT BUT DISAGREE - ASK THE SENDER"
                   To Review-Note
           End-If
     End-Evaluate.
     If Review-Note Not = Spaces
        Add 1 To Review-Count
     End-If.

*>-----------------------------------------------------------------
 Write-Window-Section.
     Move Spaces To Report-Line.
     Perform Write-Report-Line.
     Move Prof-Offset(Window-Ix) To Offset-Edit.
     Move Window-Ix To Two-Digits.
     Move Spaces To Report-Line.
     String "WINDOW " Delimited By Size
            Two-Digits Delimited By Size
            "  POSITION " Delimited By Size
            Offset-Edit Delimited By Size
            "  CARRIED ON" Delimited By Size
            Into Report-Line.
     Move Prof-Present-Count(Window-Ix) To Tally-Edit.
     Move Tally-Edit To Report-Line(40:9).
     Move "OF THE DETAIL RECORDS" To Report-Line(50:21).
     Perform Write-Report-Line.
     Move Spaces To Report-Line.
     Move "DOT-DECIMAL (A)" To Report-Line(41:15).
     Move "EUROPEAN (E)"    To Report-Line(69:12).
     Perform Write-Report-Line.

     Move "CLEAN READINGS" To Stat-Label.
     Move Prof-Clean-Count(Window-Ix, 1) To Stat-A-Count.
     Move Prof-Clean-Count(Window-Ix, 2) To Stat-E-Count.
     Perform Write-Count-Line.
     Move "REJECTED" To Stat-Label.
     Move Prof-Reject-Count(Window-Ix, 1) To Stat-A-Count.
     Move Prof-Reject-Count(Window-Ix, 2) To Stat-E-Count.
     Perform Write-Count-Line.

     Move "NO CURRENCY SYMBOL" To Stat-Label.
     Move 1 To Currency-Ix.
     Perform Write-Currency-Line.
     Move "DOLLAR SIGN" To Stat-Label.
     Move 2 To Currency-Ix.
     Perform Write-Currency-Line.
     Move "POUND STERLING SIGN" To Stat-Label.
     Move 3 To Currency-Ix.
     Perform Write-Currency-Line.
     Move "EURO SIGN" To Stat-Label.
     Move 4 To Currency-Ix.
     Perform Write-Currency-Line.

     Move "OVERPUNCHED SIGN (16)" To Stat-Label.
     Move Prof-Warning-Count(Window-Ix, 1, 3) To Stat-A-Count.
     Move Prof-Warning-Count(Window-Ix, 2, 3) To Stat-E-Count.
     Perform Write-Count-Line.
     Move "REDUNDANT SIGN (15)" To Stat-Label.
     Move Prof-Warning-Count(Window-Ix, 1, 2) To Stat-A-Count.
     Move Prof-Warning-Count(Window-Ix, 2, 2) To Stat-E-Count.
     Perform Write-Count-Line.
     Move "DIGITS TRUNCATED (17)" To Stat-Label.
     Move Prof-Warning-Count(Window-Ix, 1, 4) To Stat-A-Count.
     Move Prof-Warning-Count(Window-Ix, 2, 4) To Stat-E-Count.
     Perform Write-Count-Line.
     Move "INVALID CHARACTER IGNORED (14)" To Stat-Label.
     Move Prof-Warning-Count(Window-Ix, 1, 1) To Stat-A-Count.
     Move Prof-Warning-Count(Window-Ix, 2, 1) To Stat-E-Count.
     Perform Write-Count-Line.
     Move "TOO LARGE FOR THE MASTER" To Stat-Label.
     Move Prof-Oversize-Count(Window-Ix, 1) To Stat-A-Count.
     Move Prof-Oversize-Count(Window-Ix, 2) To Stat-E-Count.
     Perform Write-Count-Line.

     Move "NEGATIVE VALUES" To Stat-Label.
     Move Prof-Negative-Count(Window-Ix, 1) To Stat-A-Count.
     Move Prof-Negative-Count(Window-Ix, 2) To Stat-E-Count.
     Perform Write-Count-Line.
     Move "ZERO VALUES" To Stat-Label.
     Move Prof-Zero-Count(Window-Ix, 1) To Stat-A-Count.
     Move Prof-Zero-Count(Window-Ix, 2) To Stat-E-Count.
     Perform Write-Count-Line.
     Move "POSITIVE VALUES" To Stat-Label.
     Move Prof-Positive-Count(Window-Ix, 1) To Stat-A-Count.
     Move Prof-Positive-Count(Window-Ix, 2) To Stat-E-Count.
     Perform Write-Count-Line.

     Perform Write-Decimal-Lines.
     Perform Write-Value-Lines.

     Move Spaces To Report-Line.
     Move "READ CLEANLY BOTH WAYS" To Report-Line(3:22).
     Move Prof-Both-Count(Window-Ix) To Tally-Edit.
     Move Tally-Edit To Report-Line(26:9).
     Move "OF WHICH READ AS DIFFERENT AMOUNTS" To Report-Line(36:34).
     Move Prof-Differ-Count(Window-Ix) To Tally-Edit.
     Move Tally-Edit To Report-Line(71:9).
     Perform Write-Report-Line.
     Move Spaces To Report-Line.
     Move "ONLY DOT-DECIMAL" To Report-Line(3:16).
     Move Prof-A-Only-Count(Window-Ix) To Tally-Edit.
     Move Tally-Edit To Report-Line(26:9).
     Move "ONLY EUROPEAN" To Report-Line(36:13).
     Move Prof-E-Only-Count(Window-Ix) To Tally-Edit.
     Move Tally-Edit To Report-Line(50:9).
     Move "NEITHER" To Report-Line(60:7).
     Move Prof-Neither-Count(Window-Ix) To Tally-Edit.
     Move Tally-Edit To Report-Line(71:9).
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Write-Currency-Line.
     Move Prof-Currency-Count(Window-Ix, 1, Currency-Ix)
          To Stat-A-Count.
     Move Prof-Currency-Count(Window-Ix, 2, Currency-Ix)
          To Stat-E-Count.
     Perform Write-Count-Line.

*>-----------------------------------------------------------------
 Write-Decimal-Lines.
     Move 1 To Mode-Ix.
     Perform Find-Decimal-Range.
     Move Decimals-Seen-Sw   To A-Decimals-Seen-Sw.
     Move Fewest-Decimals    To A-Fewest-Decimals.
     Move Most-Decimals      To A-Most-Decimals.
     Move Commonest-Decimals To A-Commonest-Decimals.
     Move 2 To Mode-Ix.
     Perform Find-Decimal-Range.

     Move "FEWEST DECIMAL PLACES" To Stat-Label.
     Move A-Fewest-Decimals To Stat-A-Count.
     Move Fewest-Decimals   To Stat-E-Count.
     Perform Write-Decimal-Line.
     Move "MOST DECIMAL PLACES" To Stat-Label.
     Move A-Most-Decimals To Stat-A-Count.
     Move Most-Decimals   To Stat-E-Count.
     Perform Write-Decimal-Line.
     Move "COMMONEST DECIMAL PLACES" To Stat-Label.
     Move A-Commonest-Decimals To Stat-A-Count.
     Move Commonest-Decimals   To Stat-E-Count.
     Perform Write-Decimal-Line.

*>-----------------------------------------------------------------
 Write-Decimal-Line.
     *> A reading with no clean value has no decimal places to
     *> report - the column is left blank rather than showing 0.
     Move Spaces To Report-Line.
     Move Stat-Label To Report-Line(3:32).
     If A-Decimals-Seen
        Move Stat-A-Count To Tally-Edit
        Move Tally-Edit To Report-Line(47:9)
     End-If.
     If Decimals-Seen
        Move Stat-E-Count To Tally-Edit
        Move Tally-Edit To Report-Line(72:9)
     End-If.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Find-Decimal-Range.
     Move "N" To Decimals-Seen-Sw.
     Move 0   To Fewest-Decimals Most-Decimals
                 Commonest-Decimals Commonest-Count.
     Perform Check-One-Decimal-Count
        Varying Decimal-Ix From 1 By 1 Until Decimal-Ix > 18.

*>-----------------------------------------------------------------
 Check-One-Decimal-Count.
     If Prof-Decimal-Count(Window-Ix, Mode-Ix, Decimal-Ix) > 0
        If Not Decimals-Seen
           Compute Fewest-Decimals = Decimal-Ix - 1
           Set Decimals-Seen To True
        End-If
        Compute Most-Decimals = Decimal-Ix - 1
        If Prof-Decimal-Count(Window-Ix, Mode-Ix, Decimal-Ix)
           > Commonest-Count
           Move Prof-Decimal-Count(Window-Ix, Mode-Ix, Decimal-Ix)
                To Commonest-Count
           Compute Commonest-Decimals = Decimal-Ix - 1
        End-If
     End-If.

*>-----------------------------------------------------------------
 Write-Value-Lines.
     Move "N" To Stat-A-None-Sw Stat-E-None-Sw.
     Compute Values-Seen = Prof-Negative-Count(Window-Ix, 1)
                         + Prof-Zero-Count(Window-Ix, 1)
                         + Prof-Positive-Count(Window-Ix, 1).
     If Values-Seen = 0
        Move "Y" To Stat-A-None-Sw
     End-If.
     Compute Values-Seen = Prof-Negative-Count(Window-Ix, 2)
                         + Prof-Zero-Count(Window-Ix, 2)
                         + Prof-Positive-Count(Window-Ix, 2).
     If Values-Seen = 0
        Move "Y" To Stat-E-None-Sw
     End-If.

     Move "SMALLEST VALUE" To Stat-Label.
     Move Prof-Min-Value(Window-Ix, 1) To Stat-A-Value.
     Move Prof-Min-Value(Window-Ix, 2) To Stat-E-Value.
     Perform Write-Value-Line.
     Move "LARGEST VALUE" To Stat-Label.
     Move Prof-Max-Value(Window-Ix, 1) To Stat-A-Value.
     Move Prof-Max-Value(Window-Ix, 2) To Stat-E-Value.
     Perform Write-Value-Line.

     Move "MEAN VALUE" To Stat-Label.
     Move 1 To Mode-Ix.
     Perform Compute-Mean-Value.
     Move Mean-Value To Stat-A-Value.
     Move 2 To Mode-Ix.
     Perform Compute-Mean-Value.
     Move Mean-Value To Stat-E-Value.
     Perform Write-Value-Line.

*>-----------------------------------------------------------------
 Compute-Mean-Value.
     Compute Values-Seen = Prof-Negative-Count(Window-Ix, Mode-Ix)
                         + Prof-Zero-Count(Window-Ix, Mode-Ix)
                         + Prof-Positive-Count(Window-Ix, Mode-Ix).
     If Values-Seen = 0
        Move 0 To Mean-Value
     Else
        Compute Mean-Value Rounded =
                Prof-Value-Total(Window-Ix, Mode-Ix) / Values-Seen
     End-If.

*>-----------------------------------------------------------------
 Write-Count-Line.
     Move Spaces To Report-Line.
     Move Stat-Label To Report-Line(3:32).
     Move Stat-A-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(47:9).
     Move Stat-E-Count To Tally-Edit.
     Move Tally-Edit To Report-Line(72:9).
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Write-Value-Line.
     Move Spaces To Report-Line.
     Move Stat-Label To Report-Line(3:32).
     If Stat-A-None
        Move "NONE" To Report-Line(52:4)
     Else
        Move Stat-A-Value To Value-Edit
        Move Value-Edit To Report-Line(35:21)
     End-If.
     If Stat-E-None
        Move "NONE" To Report-Line(77:4)
     Else
        Move Stat-E-Value To Value-Edit
        Move Value-Edit To Report-Line(60:21)
     End-If.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Write-Proposal-Record.
     Move Spaces To Numgfldp-Record.
     Move Window-Ix To Two-Digits.
     String "FIELD" Delimited By Size
            Two-Digits Delimited By Size
            Into Numgfldp-Field-Name.
     Move Prof-Offset(Window-Ix) To Numgfldp-Offset.
     Move Chosen-Mode To Numgfldp-Parse-Mode.
     Move "Y"         To Numgfldp-Zero-Ok.
     Move Chosen-Ix   To Mode-Ix.

     Compute Values-Seen = Prof-Negative-Count(Window-Ix, Mode-Ix)
                         + Prof-Zero-Count(Window-Ix, Mode-Ix)
                         + Prof-Positive-Count(Window-Ix, Mode-Ix).
     If Values-Seen > 0
        Evaluate True
           When Prof-Negative-Count(Window-Ix, Mode-Ix) = 0
              Move "P" To Numgfldp-Sign-Rule
           When Prof-Positive-Count(Window-Ix, Mode-Ix) = 0
              Move "N" To Numgfldp-Sign-Rule
           When Other
              Move "B" To Numgfldp-Sign-Rule
        End-Evaluate

        *> The bounds seen, widened outward to whole units - the
        *> sample is a few days of a sender's traffic, not the
        *> limits of it, and the report shows the exact figures.
        Move Prof-Min-Value(Window-Ix, Mode-Ix) To Bound-Work
        Compute Bound-Whole = Integer(Bound-Work)
        Move Bound-Whole To Bound-Edit
        Move Trim(Bound-Edit) To Numgfldp-Min-X
        Compute Bound-Work = 0 - Prof-Max-Value(Window-Ix, Mode-Ix)
        Compute Bound-Whole = 0 - Integer(Bound-Work)
        Move Bound-Whole To Bound-Edit
        Move Trim(Bound-Edit) To Numgfldp-Max-X
     End-If.

     Perform Find-Decimal-Range.
     If Decimals-Seen
        Move Most-Decimals To Two-Digits
        Move Two-Digits    To Numgfldp-Max-Dec-X
     End-If.

     Write Numgfldp-Record.
     If Numgfldp-Status Not = "00"
        Display "NUMGPROF - ERROR: Write To Numgfldp-File Failed, "
                "Status " Numgfldp-Status
        Perform Abort-Run
     End-If.

     Move Spaces To Report-Line.
     String "PROPOSED: " Delimited By Size
            Numgfldp-Record Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     If Review-Note Not = Spaces
        Move Spaces To Report-Line
        String "  REVIEW: " Delimited By Size
               Review-Note Delimited By Size
               Into Report-Line
        Perform Write-Report-Line
     End-If.

*>-----------------------------------------------------------------
 Write-Report-Summary.
     Move Spaces To Report-Line.
     Perform Write-Report-Line.
     Move Read-Count To Tally-Edit.
     Move Spaces To Report-Line.
     String "SAMPLE:   " Delimited By Size
            Tally-Edit Delimited By Size
            " RECORDS READ" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Skipped-Count To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " HEADER, TRAILER, REVERSAL OR OTHER RECORDS PASSED OVER"
            Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Window-Carried-Count To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " AMOUNT WINDOWS CARRIED AND PROPOSED ON NUMGFLDP"
            Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.
     Move Review-Count To Tally-Edit.
     Move Spaces To Report-Line.
     String "          " Delimited By Size
            Tally-Edit Delimited By Size
            " OF THEM MARKED FOR REVIEW" Delimited By Size
            Into Report-Line.
     Perform Write-Report-Line.

*>-----------------------------------------------------------------
 Write-Report-Line.
     Write Numgpfr-Record From Report-Line.
     Add 1 To Report-Line-Count.
     If Numgpfr-Status Not = "00"
        Display "NUMGPROF - ERROR: Write To Numgpfr-File Failed, "
                "Status " Numgpfr-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Read-Numgin-Record.
     Read Numgin-File
        At End
           Set Numgin-Eof To True
     End-Read.

*>-----------------------------------------------------------------
 Termination.
     Close Numgin-File Numgpfr-File Numgfldp-File.
     Display "NUMGPROF - Sample Records Read:   " Read-Count.
     Display "NUMGPROF - Detail Records Read:   " Detail-Count.
     Display "NUMGPROF - Windows Proposed:      " Window-Carried-Count.
     Display "NUMGPROF - Marked For Review:     " Review-Count.
     Display "NUMGPROF - Report Written To NUMGPFR, proposal to "
             "NUMGFLDP - review both before copying NUMGFLDP to "
             "NUMGFLDS.".
     Perform Log-Run-End.

 End Program Numgprof.

*> $title "NUMGREVL - REVALUE NUMGMST HOME VALUES AT A CORRECTED RATE"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgrevl.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  Puts right the home values NUMGBATCH converted at a rate
*>  treasury has since corrected, without reprocessing a single
*>  feed. Every live NUMGMST record in the corrected currency
*>  whose business date falls in the stated range has its home
*>  value recomputed at the corrected rate - the same rounded
*>  scaled-value-times-rate NUMGBATCH applies - and REWRITTEN,
*>  its before-image journalled to NUMGJRN first exactly as a
*>  NUMGBATCH rerun would, so NUMGJRPT shows the old value and
*>  what replaced it. The differences go to a posting file the
*>  ledger takes in the same layout NUMGGLX writes, so the
*>  ledger is corrected by the same pickup that posts the night.
*>
*>  The correction comes from the NUMGRVP parameter record:
*>
*>    Cols  1-3   Currency code to revalue (never the home
*>                currency, which is at a rate of one by
*>                definition)
*>    Col   4     (space)
*>    Cols  5-12  First business date, yyyymmdd
*>    Col  13     (space)
*>    Cols 14-21  Last business date, yyyymmdd
*>    Col  22     (space)
*>    Cols 23-37  Corrected rate, 9(07)V9(08) - the NUMGRATE
*>                rate picture
*>    Col  38     (space)
*>    Cols 39-46  NUMGUSR operator authorizing the correction,
*>                who must hold the correct role (checked
*>                through Numgsign); stamped on the journal as
*>                the operator behind each replaced value
*>
*>  Anything missing or unusable refuses the run (RC 8) before a
*>  record is touched.
*>
*>  A record is selected by its Numgmst-Business-Date; one
*>  converted from a master that predates the business date has
*>  none, and is selected by its run-stamp date instead (and
*>  gets that date filled in when it is revalued). Passed over,
*>  and counted:
*>
*>    - reversed records: the original posting and its reversal
*>      were both made at the old rate and already net to zero;
*>    - records in an accounting period NUMGPCLS has closed (the
*>      NUMGPCTL periods, loaded through Numgpcld), which nothing
*>      may change - these end the run RC 4, since the ledger
*>      then still holds amounts at the old rate for someone to
*>      adjust by hand;
*>    - records that cannot be dated, or whose home value will
*>      not fit at the corrected rate - RC 4 as well.
*>
*>  A revalued record takes this run's stamp, as any rewrite
*>  does, and so belongs to the current period from here on -
*>  the period the adjustment is posted in.
*>
*>  NUMGRATE is not changed here. Append the corrected rate to
*>  its history, effective on the first business date, so any
*>  later rerun of those dates converts at the corrected rate
*>  too.
*>
*>  Produces one output:
*>
*>  NUMGGLA   The adjustment posting file, in the NUMGGL layout:
*>            a batch header carrying the business date (from
*>            NUMGPRM, as NUMGGLX takes it) and this run's
*>            stamp, one posting line ("P") per field name in
*>            the revalued currency carrying the net change in
*>            home value (an increase posts DR, a decrease CR),
*>            and a batch trailer with the line count and the
*>            signed net total the ledger balances it against.
*>
*>  The trailer is written last: a run that dies part way
*>  leaves an adjustment file with no trailer, which the
*>  ledger's balancing check refuses, and NUMGJRN holds the
*>  before-image of every record it did rewrite, under this
*>  run's stamp.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgmst-File Assign To "NUMGMST"
                          Organization Is Indexed
                          Access Mode Is Dynamic
                          Record Key Is Numgmst-Key
                          Alternate Record Key Is Numgmst-Amount-Key
                             With Duplicates
                          Alternate Record Key Is Numgmst-Run-Stamp
                             With Duplicates
                          File Status Is Numgmst-Status.

     Select Numgjrn-File Assign To "NUMGJRN"
                          Organization Is Line Sequential
                          File Status Is Numgjrn-Status.

     Select Numgrvp-File Assign To "NUMGRVP"
                          Organization Is Line Sequential
                          File Status Is Numgrvp-Status.

     Select Numgprm-File Assign To "NUMGPRM"
                          Organization Is Line Sequential
                          File Status Is Numgprm-Status.

     Select Numggl-File  Assign To "NUMGGLA"
                          Organization Is Line Sequential
                          File Status Is Numggl-Status.

 Data Division.
 File Section.
 FD  Numgmst-File.
     Copy Numgmstrec.

 FD  Numgjrn-File.
     *> Before-image journal of every master REWRITE - layout
     *> shared with NUMGBATCH and NUMGJRPT through the Numgjrnrec
     *> copybook.
     Copy Numgjrnrec.

 FD  Numgrvp-File.
 01  Numgrvp-Record.
     02  Numgrvp-Currency-Code     Pic X(03).
     02  Filler                    Pic X(01).
     02  Numgrvp-From-Date         Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgrvp-To-Date           Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgrvp-Rate-X            Pic X(15).
     02  Numgrvp-Rate Redefines Numgrvp-Rate-X
                                   Pic 9(07)V9(08).
     02  Filler                    Pic X(01).
     02  Numgrvp-Operator          Pic X(08).

 FD  Numgprm-File.
 01  Numgprm-Record.
     02  Numgprm-Business-Date     Pic X(08).

 FD  Numggl-File.
 01  Numggl-Record.
     02  Numggl-Rec-Type           Pic X(01).
     02  Filler                    Pic X(01) Value Space.
     02  Numggl-Field-Name         Pic X(10).
     02  Filler                    Pic X(01) Value Space.
     02  Numggl-Currency-Code      Pic X(03).
     02  Filler                    Pic X(01) Value Space.
     02  Numggl-Dr-Cr              Pic X(02).
     02  Filler                    Pic X(01) Value Space.
     02  Numggl-Amount             Pic 9(15)V9(04).
     *> The posting amount, unsigned - the DR/CR column carries
     *> the sign, the way a ledger wants it.
 01  Numggl-Header-Layout.
     02  Filler                    Pic X(01).
     02  Numggl-Business-Date      Pic X(08).
     02  Filler                    Pic X(01).
     02  Numggl-Run-Stamp          Pic X(14).
 01  Numggl-Trailer-Layout.
     02  Filler                    Pic X(01).
     02  Numggl-Line-Count         Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numggl-Net-Total          Pic S9(15)V9(04).
     *> Signed net of every posting line (DR positive, CR
     *> negative) - the figure the ledger's balancing check sums
     *> the lines to.

 Working-Storage Section.
 01  Numgmst-Status             Pic X(02) Value "00".
     88  Numgmst-File-Missing    Values "35" "05".
     88  Numgmst-Io-Ok           Values "00" "02".
     *> "02" is a good REWRITE that left a duplicate on an
     *> alternate key - every record this run rewrites takes its
     *> Run-Stamp, so that is the normal case, not an error.
 01  Numgjrn-Status             Pic X(02) Value "00".
     88  Numgjrn-Not-Found       Values "35" "05".
 01  Numgrvp-Status             Pic X(02) Value "00".
     88  Numgrvp-Not-Found       Values "35" "05".
 01  Numgprm-Status             Pic X(02) Value "00".
     88  Numgprm-Not-Found       Values "35" "05".
 01  Numggl-Status              Pic X(02) Value "00".

 01  Numgmst-Eof-Sw             Pic X Value "N".
     88  Numgmst-Eof             Value "Y".
 01  Parameters-Known-Sw        Pic X Value "N".
     88  Parameters-Known        Value "Y".

 01  Home-Currency-Code         Pic X(03) Value "USD".

 01  Revalue-Currency-Code      Pic X(03) Value Spaces.
 01  Revalue-From-Date          Pic X(08) Value Spaces.
 01  Revalue-To-Date            Pic X(08) Value Spaces.
 01  Corrected-Rate             Pic 9(07)V9(08) Comp-3 Value 0.
 01  Revalue-Operator-Id        Pic X(08) Value Spaces.

 01  Business-Date              Pic X(08) Value Spaces.
 01  Run-Stamp                  Pic X(14) Value Spaces.
 01  Select-Date                Pic X(08) Value Spaces.

 01  New-Home-Value             Pic S9(15)V9(04) Comp-3 Value 0.
 01  Home-Difference            Pic S9(15)V9(04) Comp-3 Value 0.
 01  Size-Error-Sw              Pic X Value "N".
     88  Home-Size-Error         Value "Y".

 01  Read-Count                 Pic 9(09) Comp Value 0.
 01  Selected-Count             Pic 9(09) Comp Value 0.
 01  Revalued-Count             Pic 9(09) Comp Value 0.
 01  Unchanged-Count            Pic 9(09) Comp Value 0.
 01  Reversed-Skip-Count        Pic 9(09) Comp Value 0.
 01  Locked-Count               Pic 9(09) Comp Value 0.
 01  Undated-Count              Pic 9(09) Comp Value 0.
 01  Size-Error-Count           Pic 9(09) Comp Value 0.
 01  Exception-Count            Pic 9(09) Comp Value 0.
 01  Posting-Line-Count         Pic 9(09) Comp Value 0.
 01  Net-Posting-Total          Pic S9(15)V9(04) Comp-3 Value 0.

*>
*> The accounting periods NUMGPCLS has closed, as loaded from the
*> NUMGPCTL period-control file by Numgpcld - their records are
*> final and are not revalued. See Numgpclrec.cpy.
*>
 Copy Numgpclrec.

 01  Numgpcld-Status            Pic X(02) Value Spaces.
 01  Period-Ix                  Pic 9(04) Comp Value 0.

*>
*> Linkage-shaped working storage used to CALL Numgsign with, to
*> check the revaluing operator's role.
*>
 Copy Numgsgnrec.

*>
*> Net home-value change per field name, for the adjustment
*> posting lines. The names are collected from the records
*> themselves rather than the NUMGFLDS table, since the master
*> can hold field names a later control file no longer defines -
*> the grow-on-first-sight idiom NUMGARCH counts its purges with.
*>
 01  Adjustment-Totals.
     02  Adjustment-Count        Pic 9(04) Comp Value 0.
     02  Adjustment-Entry Occurs 20 Times.
         03  Adjustment-Field-Name Pic X(10).
         03  Adjustment-Amount     Pic S9(15)V9(04) Comp-3.
         03  Adjustment-Records    Pic 9(09) Comp.

 01  Field-Ix                   Pic 9(04) Comp Value 0.
 01  Posting-Amount             Pic S9(15)V9(04) Comp-3 Value 0.
 01  Posting-Edit               Pic -(15)9.9(04).

*>
*> Linkage-shaped working storage used to CALL Numglog with, to
*> stamp this run's start and end onto the common run history.
*>
 Copy Numglogrec.

 Procedure Division.
*>-----------------------------------------------------------------
 Begin-0000.
     Perform Initialization.
     Perform Process-Master-Records Until Numgmst-Eof.
     Perform Write-Adjustment-Trailer.
     Perform Termination.
     Stop Run.

*>-----------------------------------------------------------------
 Initialization.
     Perform Log-Run-Start.

     Move Current-Date(1:14) To Run-Stamp.

     Perform Read-Numgrvp-Parameters.
     If Not Parameters-Known
        Display "NUMGREVL - REFUSED: No usable NUMGRVP correction "
                "record - nothing revalued."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.

     Perform Authorize-Revaluation.
     Perform Read-Business-Date.

     Call "Numgpcld" Using Numgpcl-Table Numgpcld-Status.
     If Numgpcld-Status = "99"
        Display "NUMGREVL - ERROR: NUMGPCTL period-control file "
                "is unusable - run abandoned."
        Perform Abort-Run
     End-If.

     Display "NUMGREVL - Revaluing " Revalue-Currency-Code
             " business dates " Revalue-From-Date " to "
             Revalue-To-Date " at rate " Numgrvp-Rate-X ".".

     Open I-O Numgmst-File.
     If Numgmst-File-Missing
        Display "NUMGREVL - ERROR: No NUMGMST master file - "
                "nothing to revalue. Run abandoned."
        Perform Abort-Run
     End-If.
     If Numgmst-Status = "39"
        Display "NUMGREVL - ERROR: NUMGMST is in an older master "
                "layout. Rename it to NUMGMSTO, run the "
                "NUMGMCV conversion, and rerun this step."
        Perform Abort-Run
     End-If.
     If Numgmst-Status Not = "00"
        Display "NUMGREVL - ERROR: Unable To Open Numgmst-File, "
                "Status " Numgmst-Status
        Perform Abort-Run
     End-If.

     *> Appended to across runs and created on first use, the
     *> same Extend-then-Output idiom NUMGBATCH opens it with -
     *> and just as fatal when it will not open, since a rewrite
     *> that cannot be journalled destroys the prior value.
     Open Extend Numgjrn-File.
     If Numgjrn-Not-Found
        Open Output Numgjrn-File
     End-If.
     If Numgjrn-Status Not = "00"
        Display "NUMGREVL - ERROR: Unable To Open Numgjrn-File, "
                "Status " Numgjrn-Status
        Perform Abort-Run
     End-If.

     Open Output Numggl-File.
     If Numggl-Status Not = "00"
        Display "NUMGREVL - ERROR: Unable To Open Numggl-File, "
                "Status " Numggl-Status
        Perform Abort-Run
     End-If.
     Move Spaces        To Numggl-Record.
     Move "H"           To Numggl-Rec-Type.
     Move Business-Date To Numggl-Business-Date.
     Move Run-Stamp     To Numggl-Run-Stamp.
     Perform Write-Numggl-Record.

     Move Low-Values To Numgmst-Key.
     Start Numgmst-File Key Not < Numgmst-Key
        Invalid Key
           Set Numgmst-Eof To True
     End-Start.
     If Not Numgmst-Eof
        Perform Read-Next-Master
     End-If.

*>-----------------------------------------------------------------
 Read-Numgrvp-Parameters.
     Open Input Numgrvp-File.
     If Numgrvp-Not-Found
        Display "NUMGREVL - ERROR: No NUMGRVP parameter file."
     Else
        If Numgrvp-Status Not = "00"
           Display "NUMGREVL - ERROR: Unable To Open Numgrvp-File, "
                   "Status " Numgrvp-Status
           Perform Abort-Run
        End-If
        Read Numgrvp-File
           At End
              Display "NUMGREVL - ERROR: NUMGRVP is empty."
           Not At End
              Perform Check-Numgrvp-Parameters
        End-Read
        Close Numgrvp-File
     End-If.

*>-----------------------------------------------------------------
 Check-Numgrvp-Parameters.
     *>
     *> Every column is checked before any is believed - a
     *> revaluation run on a half-read record would rewrite the
     *> wrong records at the wrong rate, journal and all.
     *>
     Set Parameters-Known To True.

     If Numgrvp-Currency-Code = Spaces
        Display "NUMGREVL - ERROR: No currency code on NUMGRVP."
        Move "N" To Parameters-Known-Sw
     End-If.
     If Numgrvp-Currency-Code = Home-Currency-Code
        Display "NUMGREVL - ERROR: " Home-Currency-Code " is the "
                "home currency - its rate is one by definition."
        Move "N" To Parameters-Known-Sw
     End-If.

     If Numgrvp-From-Date Not Numeric
        Or Numgrvp-To-Date Not Numeric
        Display "NUMGREVL - ERROR: Business dates '"
                Numgrvp-From-Date "' to '" Numgrvp-To-Date
                "' on NUMGRVP are not yyyymmdd."
        Move "N" To Parameters-Known-Sw
     Else
        If Numgrvp-From-Date > Numgrvp-To-Date
           Display "NUMGREVL - ERROR: First business date "
                   Numgrvp-From-Date " is after the last "
                   Numgrvp-To-Date "."
           Move "N" To Parameters-Known-Sw
        End-If
     End-If.

     If Numgrvp-Rate-X Not Numeric
        Display "NUMGREVL - ERROR: Corrected rate '" Numgrvp-Rate-X
                "' on NUMGRVP is not numeric."
        Move "N" To Parameters-Known-Sw
     Else
        *> The same refusal NUMGBATCH gives a zero NUMGRATE rate -
        *> it would zero every home value in the range.
        If Numgrvp-Rate = 0
           Display "NUMGREVL - ERROR: Corrected rate on NUMGRVP "
                   "is zero."
           Move "N" To Parameters-Known-Sw
        End-If
     End-If.

     If Parameters-Known
        Move Numgrvp-Currency-Code To Revalue-Currency-Code
        Move Numgrvp-From-Date     To Revalue-From-Date
        Move Numgrvp-To-Date       To Revalue-To-Date
        Move Numgrvp-Rate          To Corrected-Rate
     End-If.
     Move Numgrvp-Operator To Revalue-Operator-Id.

*>-----------------------------------------------------------------
 Authorize-Revaluation.
     If Revalue-Operator-Id = Spaces
        Display "NUMGREVL - REFUSED: No operator on the NUMGRVP "
                "correction record - nothing will be revalued "
                "without one."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.
     Move "NUMGREVL"          To Numgsign-Program.
     Move "B"                 To Numgsign-Mode.
     Move Revalue-Operator-Id To Numgsign-Operator-Id.
     Call "Numgsign" Using Numgsign-Request.
     If Not Numgsign-Signed-On
        Display "NUMGREVL - REFUSED: Operator "
                Revalue-Operator-Id " is not an active NUMGUSR "
                "operator."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.
     If Not Numgsign-May-Correct
        Display "NUMGREVL - REFUSED: Operator " Revalue-Operator-Id
                " does not hold the correct role."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.
     Display "NUMGREVL - Revaluation authorized by "
             Numgsign-Operator-Id " " Numgsign-Operator-Name.

*>-----------------------------------------------------------------
 Read-Business-Date.
     Move Current-Date(1:8) To Business-Date.
     Open Input Numgprm-File.
     If Numgprm-Not-Found
        Display "NUMGREVL - WARNING: No NUMGPRM parameter file - "
                "today's date used as the posting business date."
     Else
        Read Numgprm-File
           At End
              Continue
           Not At End
              If Numgprm-Business-Date Not = Spaces
                 Move Numgprm-Business-Date To Business-Date
              End-If
        End-Read
        Close Numgprm-File
     End-If.

*>-----------------------------------------------------------------
 Log-Run-Start.
     Move Spaces     To Numglog-Request.
     Move "NUMGREVL" To Numglog-Req-Program.
     Move "S"        To Numglog-Req-Event.
     Move 0          To Numglog-Req-Read
                        Numglog-Req-Written
                        Numglog-Req-Exceptions
                        Numglog-Req-Return-Code.
     Call "Numglog" Using Numglog-Request.

*>-----------------------------------------------------------------
 Log-Run-End.
     Move Spaces     To Numglog-Request.
     Move "NUMGREVL" To Numglog-Req-Program.
     Move "E"        To Numglog-Req-Event.
     Move Read-Count       To Numglog-Req-Read.
     Move Revalued-Count   To Numglog-Req-Written.
     Move Exception-Count  To Numglog-Req-Exceptions.
     Move Return-Code      To Numglog-Req-Return-Code.
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
 Process-Master-Records.
     Add 1 To Read-Count.

     If Numgmst-Currency-Code = Revalue-Currency-Code
        Perform Select-Master-Record
     End-If.

     Perform Read-Next-Master.

*>-----------------------------------------------------------------
 Select-Master-Record.
     If Numgmst-Business-Date = Spaces
        Move Numgmst-Run-Stamp(1:8) To Select-Date
     Else
        Move Numgmst-Business-Date  To Select-Date
     End-If.

     If Select-Date Not Numeric
        *> What cannot be dated cannot be placed in the range.
        Add 1 To Undated-Count Exception-Count
        Display "NUMGREVL - WARNING: Record " Numgmst-Key
                " has no usable business date '" Select-Date
                "' - not revalued."
     Else
        If Select-Date >= Revalue-From-Date
           And Select-Date <= Revalue-To-Date
           Add 1 To Selected-Count
           Perform Revalue-Master-Record
        End-If
     End-If.

*>-----------------------------------------------------------------
 Revalue-Master-Record.
     If Numgmst-Reversed
        Add 1 To Reversed-Skip-Count
     Else
        Perform Find-Closed-Period-Entry
           Varying Period-Ix From 1 By 1
           Until Period-Ix > Numgpcl-Count
              Or Numgpcl-Period(Period-Ix) = Numgmst-Run-Stamp(1:6)
        If Period-Ix <= Numgpcl-Count
           Add 1 To Locked-Count Exception-Count
           Display "NUMGREVL - WARNING: Record " Numgmst-Key
                   " is in closed period "
                   Numgpcl-Period(Period-Ix) " - not revalued."
        Else
           Perform Compute-New-Home-Value
        End-If
     End-If.

*>-----------------------------------------------------------------
 Find-Closed-Period-Entry.
     Continue.

*>-----------------------------------------------------------------
 Compute-New-Home-Value.
     *> The same rounded product NUMGBATCH's Convert-To-Home-
     *> Currency forms, so a corrected value is exactly what the
     *> night would have produced at the right rate.
     Move "N" To Size-Error-Sw.
     Compute New-Home-Value Rounded =
             (Numgmst-Scaled-Value * Corrected-Rate)
        On Size Error
           Set Home-Size-Error To True
     End-Compute.

     If Home-Size-Error
        Add 1 To Size-Error-Count Exception-Count
        Display "NUMGREVL - WARNING: Record " Numgmst-Key
                " home value will not fit at the corrected rate "
                "- not revalued."
     Else
        If New-Home-Value = Numgmst-Home-Value
           Add 1 To Unchanged-Count
        Else
           Compute Home-Difference =
                   New-Home-Value - Numgmst-Home-Value
           Perform Write-Journal-Record
           Perform Rewrite-Master-Record
           Perform Tally-Adjustment
        End-If
     End-If.

*>-----------------------------------------------------------------
 Write-Journal-Record.
     *>
     *> The before-image goes to the journal ahead of the REWRITE,
     *> the NUMGBATCH order - stamped with this run as the one
     *> that replaced it, and with the authorizing operator.
     *>
     Move Spaces                 To Numgjrn-Record.
     Move Run-Stamp              To Numgjrn-Replaced-By.
     Move Numgmst-Tran-Id        To Numgjrn-Tran-Id.
     Move Numgmst-Feed-Id        To Numgjrn-Feed-Id.
     Move Numgmst-Field-Name     To Numgjrn-Field-Name.
     Move Numgmst-Numeric-String To Numgjrn-Numeric-String.
     Move Numgmst-Num36          To Numgjrn-Num36.
     Move Numgmst-Decptr         To Numgjrn-Decptr.
     Move Numgmst-Editerror      To Numgjrn-Editerror.
     Move Numgmst-Scaled-Value   To Numgjrn-Scaled-Value.
     Move Numgmst-Currency       To Numgjrn-Currency.
     Move Numgmst-Currency-Code  To Numgjrn-Currency-Code.
     Move Numgmst-Home-Value     To Numgjrn-Home-Value.
     Move Numgmst-Run-Stamp      To Numgjrn-Run-Stamp.
     Move Revalue-Operator-Id    To Numgjrn-Operator-Id.
     Set Numgjrn-Revalued        To True.
     Write Numgjrn-Record.
     If Numgjrn-Status Not = "00"
        Display "NUMGREVL - ERROR: Write To Numgjrn-File Failed, "
                "Status " Numgjrn-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Rewrite-Master-Record.
     Move New-Home-Value To Numgmst-Home-Value.
     Move Run-Stamp      To Numgmst-Run-Stamp.
     Move Select-Date    To Numgmst-Business-Date.
     Rewrite Numgmst-Record.
     If Not Numgmst-Io-Ok
        Display "NUMGREVL - ERROR: Rewrite Of Numgmst-File Failed, "
                "Status " Numgmst-Status
        Perform Abort-Run
     End-If.
     Add 1 To Revalued-Count.

*>-----------------------------------------------------------------
 Tally-Adjustment.
     Perform Find-Adjustment-Slot Varying Field-Ix From 1 By 1
        Until Field-Ix > Adjustment-Count
           Or Numgmst-Field-Name = Adjustment-Field-Name(Field-Ix).

     If Field-Ix > Adjustment-Count
        If Adjustment-Count < 20
           Add 1 To Adjustment-Count
           Move Adjustment-Count To Field-Ix
           Move Numgmst-Field-Name To Adjustment-Field-Name(Field-Ix)
           Move 0 To Adjustment-Amount(Field-Ix)
                     Adjustment-Records(Field-Ix)
        Else
           *> The record is already rewritten and journalled, and
           *> its difference must still reach the ledger - a run
           *> that cannot post what it changed is not finished.
           Display "NUMGREVL - ERROR: More than 20 field names in "
                   Revalue-Currency-Code " - adjustment for "
                   Numgmst-Field-Name " cannot be posted. The "
                   "journal holds the values already replaced."
           Perform Abort-Run
        End-If
     End-If.

     Add Home-Difference To Adjustment-Amount(Field-Ix).
     Add 1 To Adjustment-Records(Field-Ix).

*>-----------------------------------------------------------------
 Find-Adjustment-Slot.
     Continue.

*>-----------------------------------------------------------------
 Read-Next-Master.
     Read Numgmst-File Next
        At End
           Set Numgmst-Eof To True
     End-Read.
     If Not Numgmst-Eof And Numgmst-Status Not = "00"
        Display "NUMGREVL - ERROR: Read Of Numgmst-File Failed, "
                "Status " Numgmst-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Write-Adjustment-Trailer.
     Perform Write-Adjustment-Line
        Varying Field-Ix From 1 By 1
        Until Field-Ix > Adjustment-Count.

     Move Spaces             To Numggl-Record.
     Move "T"                To Numggl-Rec-Type.
     Move Posting-Line-Count To Numggl-Line-Count.
     Move Net-Posting-Total  To Numggl-Net-Total.
     Perform Write-Numggl-Record.

*>-----------------------------------------------------------------
 Write-Adjustment-Line.
     *> Field names whose changes cancelled out have nothing to post.
     Move Adjustment-Amount(Field-Ix) To Posting-Amount.
     If Posting-Amount Not = 0
        Move Spaces                         To Numggl-Record
        Move "P"                            To Numggl-Rec-Type
        Move Adjustment-Field-Name(Field-Ix) To Numggl-Field-Name
        Move Revalue-Currency-Code          To Numggl-Currency-Code
        If Posting-Amount < 0
           Move "CR" To Numggl-Dr-Cr
           Compute Numggl-Amount = Posting-Amount * -1
        Else
           Move "DR" To Numggl-Dr-Cr
           Move Posting-Amount To Numggl-Amount
        End-If
        Add Posting-Amount To Net-Posting-Total
        Add 1 To Posting-Line-Count
        Perform Write-Numggl-Record
     End-If.

*>-----------------------------------------------------------------
 Write-Numggl-Record.
     Write Numggl-Record.
     If Numggl-Status Not = "00"
        Display "NUMGREVL - ERROR: Write To Numggl-File Failed, "
                "Status " Numggl-Status
        Perform Abort-Run
     End-If.

*>-----------------------------------------------------------------
 Termination.
     Close Numgmst-File Numgjrn-File Numggl-File.

     Display "NUMGREVL - Master Records Read:     " Read-Count.
     Display "NUMGREVL - Selected In Range:       " Selected-Count.
     Display "NUMGREVL - Revalued And Journalled: " Revalued-Count.
     Display "NUMGREVL - Already At The Rate:     " Unchanged-Count.
     Display "NUMGREVL - Reversed, Passed Over:   "
             Reversed-Skip-Count.
     Display "NUMGREVL - Closed Period, Kept:     " Locked-Count.
     Display "NUMGREVL - Undated, Kept:           " Undated-Count.
     Display "NUMGREVL - Too Large, Kept:         " Size-Error-Count.
     Perform Report-One-Adjustment
        Varying Field-Ix From 1 By 1
        Until Field-Ix > Adjustment-Count.
     Display "NUMGREVL - Adjustment Lines Written: "
             Posting-Line-Count.
     Display "NUMGREVL - Append the corrected " Revalue-Currency-Code
             " rate to NUMGRATE effective " Revalue-From-Date
             " if it is not there already.".

     If Exception-Count > 0
        *> Amounts in the range are still at the old rate on the
        *> master and the ledger - the same needs-a-human signal
        *> NUMGARCH raises for records it could not date.
        Move 4 To Return-Code
     End-If.

     Perform Log-Run-End.

*>-----------------------------------------------------------------
 Report-One-Adjustment.
     Move Adjustment-Amount(Field-Ix) To Posting-Edit.
     Display "NUMGREVL -   " Adjustment-Field-Name(Field-Ix)
             " records " Adjustment-Records(Field-Ix)
             " net home change " Posting-Edit.

 End Program Numgrevl.

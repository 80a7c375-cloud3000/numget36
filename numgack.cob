*> $title "NUMGACK - PER-FEED ACKNOWLEDGEMENT FILES BACK TO EACH SENDER"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgack.
 Author.     Michael Anderson.
 Date-Compiled.

*>************************************************************
*>
*>  Writes one acknowledgement file per feed id after the
*>  NUMGBATCH run, so every sender gets a machine-readable
*>  answer the same night - whether its bracket balanced, how
*>  many of its amounts we took, and exactly which ones we did
*>  not and why - instead of learning about rejects when we
*>  phone them. A sender that corrects at source keeps the item
*>  out of the NUMGFIX queue altogether.
*>
*>  Reads what NUMGBATCH left behind:
*>
*>  NUMGFST   One feed-status record per header/trailer bracket
*>            - the trailer verdict and the counts behind it.
*>  NUMGOUT   The converted rows, counted per feed.
*>  NUMGEXC   The exception listing, each row carrying the feed
*>            id and the stable reason code NUMGBATCH stamped.
*>
*>  Produces, per feed id:
*>
*>  NUMGACKffffffff  The acknowledgement (ffffffff = the feed
*>            id), line sequential, three record types:
*>
*>    "H"  Feed id, business date, trailer verdict, this run's
*>         stamp, then the counts: records read, amount fields
*>         accepted, rejected, broke a business rule (a field's
*>         own, or a cross-field rule between them), and other
*>         items returned (missing or duplicated transaction
*>         ids, reversals that matched nothing, changes to a
*>         closed period that were not applied). Verdict "A" =
*>         count and hash agreed; "C" count disagreed; "H" hash
*>         disagreed; "B" both; "N" trailer not numeric; "M" no
*>         trailer; "R" refused as a resend of a feed and date
*>         already processed - nothing in it was accepted. A
*>         feed sent in two brackets reports the first verdict
*>         that was not "A".
*>    "D"  One per returned amount field: transaction id, field
*>         name, reason code, the value as it arrived, and the
*>         Numerrmsg wording (the Numgrule wording for a broken
*>         rule). The reason codes are the NUMGEXC ones and do
*>         not change when the wording does. A broken cross-field
*>         rule is one "D" for the transaction: the rule's name
*>         in the field-name place and how far out it is as the
*>         value.
*>    "T"  Feed id, the number of "D" records, the records read
*>         and the hash total we accumulated - the figures the
*>         sender balances the file against.
*>
*>  Warnings (a positive Editerror on an amount that converted)
*>  and a missing NUMGRATE rate are ours to act on, not the
*>  sender's, and are not returned. Accepted is the converted
*>  amount fields less those rejected or ruled out; reversal
*>  rows are not conversions and are not counted in it, and a
*>  transaction out of balance on a cross-field rule takes no
*>  amount out of it - which amount is wrong is the sender's to
*>  say.
*>
*>************************************************************

 Environment Division.
 Configuration Section.
 Source-Computer. Hp3000.
 Object-Computer. Hp3000.

 Input-Output Section.
 File-Control.
     Select Numgfst-File Assign To "NUMGFST"
                          Organization Is Line Sequential
                          File Status Is Numgfst-Status.

     Select Numgout-File Assign To "NUMGOUT"
                          Organization Is Line Sequential
                          File Status Is Numgout-Status.

     Select Numgexc-File Assign To "NUMGEXC"
                          Organization Is Line Sequential
                          File Status Is Numgexc-Status.

     Select Numgack-File Assign To Dynamic Ack-File-Name
                          Organization Is Line Sequential
                          File Status Is Numgack-Status.

 Data Division.
 File Section.
 FD  Numgfst-File.
 01  Numgfst-Record.
     02  Numgfst-Feed-Id           Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgfst-Business-Date     Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgfst-Verdict           Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgfst-Trailer-Count     Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numgfst-Read-Count        Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numgfst-Trailer-Hash      Pic 9(18).
     02  Filler                    Pic X(01).
     02  Numgfst-Read-Hash         Pic 9(18).
     02  Filler                    Pic X(01).
     02  Numgfst-Run-Stamp         Pic X(14).

 FD  Numgout-File.
 01  Numgout-Record.
     02  Numgout-Field-Name        Pic X(10).
     02  Filler                    Pic X(01).
     02  Numgout-Numeric-String    Pic X(36).
     02  Filler                    Pic X(01).
     02  Numgout-Num36             Pic -(35)9.
     02  Filler                    Pic X(01).
     02  Numgout-Decptr            Pic Z(03)9.
     02  Filler                    Pic X(01).
     02  Numgout-Scaled-Value      Pic S9(15)V9(04).
     02  Filler                    Pic X(01).
     02  Numgout-Currency          Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgout-Currency-Code     Pic X(03).
     02  Filler                    Pic X(01).
     02  Numgout-Home-Value        Pic S9(15)V9(04).
     02  Filler                    Pic X(01).
     02  Numgout-Feed-Id           Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgout-Entry-Type        Pic X(01).
         88  Numgout-Reversal-Entry  Value "R".

 FD  Numgexc-File.
 01  Numgexc-Record.
     02  Numgexc-Tran-Id           Pic X(12).
     02  Filler                    Pic X(01).
     02  Numgexc-Field-Name        Pic X(10).
     02  Filler                    Pic X(01).
     02  Numgexc-Numeric-String    Pic X(36).
     02  Filler                    Pic X(01).
     02  Numgexc-Editerror         Pic ----9.
     02  Filler                    Pic X(01).
     02  Numgexc-Error-Message     Pic X(60).
     02  Filler                    Pic X(01).
     02  Numgexc-Rule-Message      Pic X(40).
     02  Filler                    Pic X(01).
     02  Numgexc-Feed-Id           Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgexc-Reason-Code       Pic X(04).

 FD  Numgack-File.
 01  Numgack-Record.
     02  Numgack-Rec-Type          Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgack-Tran-Id           Pic X(12).
     02  Filler                    Pic X(01).
     02  Numgack-Field-Name        Pic X(10).
     02  Filler                    Pic X(01).
     02  Numgack-Reason-Code       Pic X(04).
     02  Filler                    Pic X(01).
     02  Numgack-Numeric-String    Pic X(36).
     02  Filler                    Pic X(01).
     02  Numgack-Reason-Text       Pic X(60).
 01  Numgack-Header-Layout.
     02  Filler                    Pic X(02).
     02  Numgack-Feed-Id           Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgack-Business-Date     Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgack-Verdict           Pic X(01).
     02  Filler                    Pic X(01).
     02  Numgack-Run-Stamp         Pic X(14).
     02  Filler                    Pic X(01).
     02  Numgack-Records-Read      Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numgack-Accepted-Count    Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numgack-Rejected-Count    Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numgack-Rule-Count        Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numgack-Other-Count       Pic 9(09).
 01  Numgack-Trailer-Layout.
     02  Filler                    Pic X(02).
     02  Numgack-Trl-Feed-Id       Pic X(08).
     02  Filler                    Pic X(01).
     02  Numgack-Detail-Count      Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numgack-Trl-Records-Read  Pic 9(09).
     02  Filler                    Pic X(01).
     02  Numgack-Trl-Read-Hash     Pic 9(18).

 Working-Storage Section.
 01  Numgfst-Status             Pic X(02) Value "00".
     88  Numgfst-Not-Found       Values "35" "05".
 01  Numgout-Status             Pic X(02) Value "00".
     88  Numgout-Not-Found       Values "35" "05".
 01  Numgexc-Status             Pic X(02) Value "00".
     88  Numgexc-Not-Found       Values "35" "05".
 01  Numgack-Status             Pic X(02) Value "00".

 01  Numgfst-Eof-Sw             Pic X Value "N".
     88  Numgfst-Eof             Value "Y".
 01  Numgout-Eof-Sw             Pic X Value "N".
     88  Numgout-Eof             Value "Y".
 01  Numgexc-Eof-Sw             Pic X Value "N".
     88  Numgexc-Eof             Value "Y".

 01  Ack-File-Name              Pic X(20) Value Spaces.
 01  Run-Stamp                  Pic X(14) Value Spaces.

 01  Numgexc-Read-Count         Pic 9(09) Comp Value 0.
 01  Ack-Write-Count            Pic 9(09) Comp Value 0.
 01  Unmatched-Count            Pic 9(09) Comp Value 0.

*>
*> What an exception row is to the sender: "R" a rejected
*> amount, "V" a broken business rule, "O" something else
*> returned to it, "N" not the sender's to act on.
*>
 01  Exception-Class            Pic X(01) Value Space.
     88  Class-Rejected          Value "R".
     88  Class-Rule              Value "V".
     88  Class-Other             Value "O".
     88  Class-Returned          Values "R" "V" "O".
 01  Exception-Editerror        Pic S9(04) Comp Value 0.

*>
*> One entry per feed id NUMGBATCH verified a bracket for - the
*> same ten-feed limit as NUMGBATCH's own per-feed totals.
*>
 01  Ack-Feeds.
     02  Ack-Feed-Count           Pic 9(04) Comp Value 0.
     02  Ack-Feed-Entry Occurs 10 Times.
         03  Ack-Feed-Id            Pic X(08).
         03  Ack-Business-Date      Pic X(08).
         03  Ack-Verdict            Pic X(01).
         03  Ack-Records-Read       Pic 9(09) Comp.
         03  Ack-Read-Hash          Pic 9(18) Comp.
         03  Ack-Converted-Count    Pic 9(09) Comp.
         03  Ack-Rejected-Count     Pic 9(09) Comp.
         03  Ack-Rule-Count         Pic 9(09) Comp.
         03  Ack-Field-Rule-Count   Pic 9(09) Comp.
         03  Ack-Other-Count        Pic 9(09) Comp.
         03  Ack-Detail-Count       Pic 9(09) Comp.

 01  Ack-Ix                     Pic 9(04) Comp Value 0.
 01  Feed-Ix                    Pic 9(04) Comp Value 0.
 01  Lookup-Feed-Id             Pic X(08) Value Spaces.
 01  Accepted-Count             Pic S9(09) Comp Value 0.

*>
*> Linkage-shaped working storage used to CALL Numglog with, to
*> stamp this run's start and end onto the common run history.
*>
 Copy Numglogrec.

 Procedure Division.
*>-----------------------------------------------------------------
 Begin-0000.
     Perform Initialization.
     Perform Write-One-Ack-File
        Varying Ack-Ix From 1 By 1 Until Ack-Ix > Ack-Feed-Count.
     Perform Termination.
     Stop Run.

*>-----------------------------------------------------------------
 Initialization.
     Perform Log-Run-Start.
     Move Current-Date(1:14) To Run-Stamp.

     Perform Load-Feed-Status.
     Perform Count-Converted-Rows.
     Perform Count-Exception-Rows.

*>-----------------------------------------------------------------
 Log-Run-Start.
     Move Spaces    To Numglog-Request.
     Move "NUMGACK" To Numglog-Req-Program.
     Move "S"       To Numglog-Req-Event.
     Move 0         To Numglog-Req-Read
                       Numglog-Req-Written
                       Numglog-Req-Exceptions
                       Numglog-Req-Return-Code.
     Call "Numglog" Using Numglog-Request.

*>-----------------------------------------------------------------
 Log-Run-End.
     Move Spaces    To Numglog-Request.
     Move "NUMGACK" To Numglog-Req-Program.
     Move "E"       To Numglog-Req-Event.
     Move Numgexc-Read-Count To Numglog-Req-Read.
     Move Ack-Write-Count    To Numglog-Req-Written.
     Move Unmatched-Count    To Numglog-Req-Exceptions.
     Move Return-Code        To Numglog-Req-Return-Code.
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
 Load-Feed-Status.
     *>
     *> No NUMGFST means NUMGBATCH never got as far as a trailer
     *> (or never ran) - there is no verdict to send anyone, and
     *> an acknowledgement without one would mislead the sender.
     *>
     Open Input Numgfst-File.
     If Numgfst-Not-Found
        Display "NUMGACK - REFUSED: No NUMGFST feed-status file - "
                "NUMGBATCH has not verified any feed. Nothing "
                "acknowledged."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.
     If Numgfst-Status Not = "00"
        Display "NUMGACK - ERROR: Unable To Open Numgfst-File, "
                "Status " Numgfst-Status
        Perform Abort-Run
     End-If.

     Perform Read-Numgfst-Record.
     Perform Load-One-Feed-Status Until Numgfst-Eof.
     Close Numgfst-File.

     If Ack-Feed-Count = 0
        Display "NUMGACK - NUMGFST holds no feeds - nothing "
                "acknowledged."
     End-If.

*>-----------------------------------------------------------------
 Load-One-Feed-Status.
     Move Numgfst-Feed-Id To Lookup-Feed-Id.
     Perform Find-Ack-Feed.
     If Feed-Ix > Ack-Feed-Count
        If Ack-Feed-Count < 10
           Add 1 To Ack-Feed-Count
           Move Ack-Feed-Count        To Feed-Ix
           Move Numgfst-Feed-Id       To Ack-Feed-Id(Feed-Ix)
           Move Numgfst-Business-Date To Ack-Business-Date(Feed-Ix)
           Move Numgfst-Verdict       To Ack-Verdict(Feed-Ix)
           Move 0 To Ack-Records-Read(Feed-Ix)
                     Ack-Read-Hash(Feed-Ix)
                     Ack-Converted-Count(Feed-Ix)
                     Ack-Rejected-Count(Feed-Ix)
                     Ack-Rule-Count(Feed-Ix)
                     Ack-Field-Rule-Count(Feed-Ix)
                     Ack-Other-Count(Feed-Ix)
                     Ack-Detail-Count(Feed-Ix)
        Else
           Display "NUMGACK - WARNING: More than 10 feeds on "
                   "NUMGFST - feed " Numgfst-Feed-Id
                   " not acknowledged."
           Move 4 To Return-Code
           Move 0 To Feed-Ix
        End-If
     Else
        *> A second bracket for the same feed: the feed's verdict
        *> is the first one that was not clean.
        If Ack-Verdict(Feed-Ix) = "A"
           Move Numgfst-Verdict To Ack-Verdict(Feed-Ix)
        End-If
     End-If.

     If Feed-Ix > 0
        Add Numgfst-Read-Count To Ack-Records-Read(Feed-Ix)
        Add Numgfst-Read-Hash  To Ack-Read-Hash(Feed-Ix)
     End-If.
     Perform Read-Numgfst-Record.

*>-----------------------------------------------------------------
 Find-Ack-Feed.
     *>
     *> Leaves Feed-Ix on the entry for Lookup-Feed-Id, or at
     *> Ack-Feed-Count + 1 when there is none.
     *>
     Perform Find-Ack-Feed-Entry Varying Feed-Ix From 1 By 1
        Until Feed-Ix > Ack-Feed-Count
           Or Lookup-Feed-Id = Ack-Feed-Id(Feed-Ix).

*>-----------------------------------------------------------------
 Find-Ack-Feed-Entry.
     Continue.

*>-----------------------------------------------------------------
 Count-Converted-Rows.
     Open Input Numgout-File.
     If Numgout-Not-Found
        Display "NUMGACK - WARNING: No NUMGOUT - accepted counts "
                "will be zero."
     Else
        If Numgout-Status Not = "00"
           Display "NUMGACK - ERROR: Unable To Open Numgout-File, "
                   "Status " Numgout-Status
           Perform Abort-Run
        End-If
        Perform Read-Numgout-Record
        Perform Count-One-Converted-Row Until Numgout-Eof
        Close Numgout-File
     End-If.

*>-----------------------------------------------------------------
 Count-One-Converted-Row.
     If Not Numgout-Reversal-Entry
        Move Numgout-Feed-Id To Lookup-Feed-Id
        Perform Find-Ack-Feed
        If Feed-Ix <= Ack-Feed-Count
           Add 1 To Ack-Converted-Count(Feed-Ix)
        End-If
     End-If.
     Perform Read-Numgout-Record.

*>-----------------------------------------------------------------
 Count-Exception-Rows.
     Open Input Numgexc-File.
     If Numgexc-Not-Found
        Display "NUMGACK - WARNING: No NUMGEXC - nothing to "
                "return to any sender."
     Else
        If Numgexc-Status Not = "00"
           Display "NUMGACK - ERROR: Unable To Open Numgexc-File, "
                   "Status " Numgexc-Status
           Perform Abort-Run
        End-If
        Perform Read-Numgexc-Record
        Perform Count-One-Exception-Row Until Numgexc-Eof
        Close Numgexc-File
     End-If.

*>-----------------------------------------------------------------
 Count-One-Exception-Row.
     Add 1 To Numgexc-Read-Count.
     Move Numgexc-Feed-Id To Lookup-Feed-Id.
     Perform Find-Ack-Feed.
     If Feed-Ix > Ack-Feed-Count
        *> An exception under a feed no trailer vouched for (the
        *> bracket overflowed the table, or NUMGBATCH stopped
        *> before writing its status) cannot be acknowledged.
        Add 1 To Unmatched-Count
     Else
        Perform Classify-Exception
        Evaluate True
           When Class-Rejected
              Add 1 To Ack-Rejected-Count(Feed-Ix)
           When Class-Rule
              Add 1 To Ack-Rule-Count(Feed-Ix)
              *> A cross-field rule is the transaction's, not any
              *> one amount's - its amounts still count accepted.
              If Numgexc-Reason-Code(1:2) Not = "XR"
                 Add 1 To Ack-Field-Rule-Count(Feed-Ix)
              End-If
           When Class-Other
              Add 1 To Ack-Other-Count(Feed-Ix)
           When Other
              Continue
        End-Evaluate
     End-If.
     Perform Read-Numgexc-Record.

*>-----------------------------------------------------------------
 Classify-Exception.
     *>
     *> By the reason code NUMGBATCH stamped. A listing from
     *> before the codes existed is classified from the Editerror
     *> and rule message instead, the same line NUMGFIX draws.
     *>
     Evaluate True
        When Numgexc-Reason-Code(1:1) = "E"
           Move "R" To Exception-Class
        When Numgexc-Reason-Code(1:2) = "BR" Or "XR"
           Move "V" To Exception-Class
        When Numgexc-Reason-Code(1:1) = "W"
           Move "N" To Exception-Class
        When Numgexc-Reason-Code = "RT01"
           Move "N" To Exception-Class
        When Numgexc-Reason-Code Not = Spaces
           Move "O" To Exception-Class
        When Other
           Move Numval(Numgexc-Editerror) To Exception-Editerror
           Evaluate True
              When Exception-Editerror < 0
                 Move "R" To Exception-Class
              When Numgexc-Rule-Message Not = Spaces
                 Move "V" To Exception-Class
              When Other
                 Move "N" To Exception-Class
           End-Evaluate
     End-Evaluate.

*>-----------------------------------------------------------------
 Write-One-Ack-File.
     Move Spaces To Ack-File-Name.
     String "NUMGACK"           Delimited By Size
            Ack-Feed-Id(Ack-Ix) Delimited By Space
            Into Ack-File-Name.

     Open Output Numgack-File.
     If Numgack-Status Not = "00"
        Display "NUMGACK - ERROR: Unable To Open " Ack-File-Name
                ", Status " Numgack-Status
        Perform Abort-Run
     End-If.

     Compute Accepted-Count = Ack-Converted-Count(Ack-Ix)
                            - Ack-Rejected-Count(Ack-Ix)
                            - Ack-Field-Rule-Count(Ack-Ix).
     If Accepted-Count < 0
        Move 0 To Accepted-Count
     End-If.

     Move Spaces                     To Numgack-Record.
     Move "H"                        To Numgack-Rec-Type.
     Move Ack-Feed-Id(Ack-Ix)        To Numgack-Feed-Id.
     Move Ack-Business-Date(Ack-Ix)  To Numgack-Business-Date.
     Move Ack-Verdict(Ack-Ix)        To Numgack-Verdict.
     Move Run-Stamp                  To Numgack-Run-Stamp.
     Move Ack-Records-Read(Ack-Ix)   To Numgack-Records-Read.
     Move Accepted-Count             To Numgack-Accepted-Count.
     Move Ack-Rejected-Count(Ack-Ix) To Numgack-Rejected-Count.
     Move Ack-Rule-Count(Ack-Ix)     To Numgack-Rule-Count.
     Move Ack-Other-Count(Ack-Ix)    To Numgack-Other-Count.
     Perform Write-Numgack-Record.

     *> NUMGEXC is read through once per feed - there are never
     *> more than ten, and each sender's rows must land in its
     *> own file.
     Open Input Numgexc-File.
     If Numgexc-Status = "00"
        Move "N" To Numgexc-Eof-Sw
        Perform Read-Numgexc-Record
        Perform Write-One-Ack-Detail Until Numgexc-Eof
        Close Numgexc-File
     End-If.

     Move Spaces                     To Numgack-Record.
     Move "T"                        To Numgack-Rec-Type.
     Move Ack-Feed-Id(Ack-Ix)        To Numgack-Trl-Feed-Id.
     Move Ack-Detail-Count(Ack-Ix)   To Numgack-Detail-Count.
     Move Ack-Records-Read(Ack-Ix)   To Numgack-Trl-Records-Read.
     Move Ack-Read-Hash(Ack-Ix)      To Numgack-Trl-Read-Hash.
     Perform Write-Numgack-Record.

     Close Numgack-File.
     Display "NUMGACK - " Trim(Ack-File-Name) " verdict "
             Ack-Verdict(Ack-Ix) ", " Ack-Detail-Count(Ack-Ix)
             " items returned.".

*>-----------------------------------------------------------------
 Write-One-Ack-Detail.
     If Numgexc-Feed-Id = Ack-Feed-Id(Ack-Ix)
        Perform Classify-Exception
        If Class-Returned
           Move Spaces                 To Numgack-Record
           Move "D"                    To Numgack-Rec-Type
           Move Numgexc-Tran-Id        To Numgack-Tran-Id
           Move Numgexc-Field-Name     To Numgack-Field-Name
           Move Numgexc-Reason-Code    To Numgack-Reason-Code
           Move Numgexc-Numeric-String To Numgack-Numeric-String
           If Numgexc-Error-Message = Spaces
              Move Numgexc-Rule-Message  To Numgack-Reason-Text
           Else
              Move Numgexc-Error-Message To Numgack-Reason-Text
           End-If
           Perform Write-Numgack-Record
           Add 1 To Ack-Detail-Count(Ack-Ix)
        End-If
     End-If.
     Perform Read-Numgexc-Record.

*>-----------------------------------------------------------------
 Write-Numgack-Record.
     Write Numgack-Record.
     If Numgack-Status Not = "00"
        Display "NUMGACK - ERROR: Write To " Ack-File-Name
                " Failed, Status " Numgack-Status
        Perform Abort-Run
     End-If.
     Add 1 To Ack-Write-Count.

*>-----------------------------------------------------------------
 Read-Numgfst-Record.
     Read Numgfst-File
        At End
           Set Numgfst-Eof To True
     End-Read.

*>-----------------------------------------------------------------
 Read-Numgout-Record.
     Read Numgout-File
        At End
           Set Numgout-Eof To True
     End-Read.

*>-----------------------------------------------------------------
 Read-Numgexc-Record.
     Read Numgexc-File
        At End
           Set Numgexc-Eof To True
     End-Read.

*>-----------------------------------------------------------------
 Termination.
     Display "NUMGACK - Feeds Acknowledged:     " Ack-Feed-Count.
     Display "NUMGACK - Exception Rows Read:    " Numgexc-Read-Count.
     Display "NUMGACK - Acknowledgement Records: " Ack-Write-Count.
     If Unmatched-Count > 0
        *> Rows a sender is owed an answer on but could not be
        *> given one - somebody has to tell them by hand.
        Display "NUMGACK - WARNING: " Unmatched-Count
                " exception rows under a feed with no status - "
                "not acknowledged."
        Move 4 To Return-Code
     End-If.
     Perform Log-Run-End.

 End Program Numgack.

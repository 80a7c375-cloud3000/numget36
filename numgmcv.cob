*> $title "NUMGMCV - ONE-TIME NUMGMST CONVERSION TO THE CURRENT LAYOUT"
*> $control Rlfile,list,dynamic,bounds,optfeatures=linkaligned
 Identification Division.
 Program-Id. Numgmcv.
*>  One-time conversion of a NUMGMST master built BEFORE the
*>  feed id joined the key (22-byte key of transaction id plus
*>  field name, 156-byte record) into today's layout (30-byte
*>  key with the feed id between them, 212-byte record, per the
*>  Numgmstrec copybook). Without this step, the first post-
*>  deploy Open I-O in NUMGBATCH gets a fixed-file-attribute
*>  conflict (status 39) and the schedule aborts every night
*>  place for the operator to archive or delete once the
*>  converted file is verified.
*>
*>  A master from the feed-id era but built before reversals,
*>  the business date and the amount and run-stamp alternate
*>  keys were carried (30-byte key, 166-byte record) is
*>  converted the same way: NUMGMSTO opens against that layout
*>  when it will not open against the older one, every record -
*>  feed id included - is copied across as it stands, and each
*>  is marked live (not reversed). No feed id is asked for in
*>  that case.
*>
*>  Whichever layout a record came from, its business date is
*>  left spaces - the old master never knew it, and NUMGREVL
*>  falls back to the run-stamp date for such records rather
*>  than have this step guess one - and its amount key is set
*>  from its currency code and scaled value. The new NUMGMST is
*>  created with both alternate keys, so a conversion is also
*>  how an older master gains them.
*>
*>  A NUMGARCH archive (NUMGARCyyyymmdd) written from an older
*>  master has that master's layout, and is converted the same
*>  way: rename the archive to NUMGMSTO (with no NUMGMST on
*>  hand - run it where the live master is not, or move the
*>  live master aside first), run this program, and rename the
*>  NUMGMST it writes back to the archive's own name.
*>
*>************************************************************

 Environment Division.
                          Record Key Is Numgmso-Key
                          File Status Is Numgmso-Status.

     Select Numgmsp-File Assign To "NUMGMSTO"
                          Organization Is Indexed
                          Access Mode Is Dynamic
                          Record Key Is Numgmsp-Key
                          File Status Is Numgmsp-Status.
     *> The same NUMGMSTO, opened against the feed-id-era layout
     *> when the pre-feed-id one is refused. Only one of the two
     *> NUMGMSTO selects is open in any run.

     Select Numgmst-File Assign To "NUMGMST"
                          Organization Is Indexed
                          Access Mode Is Random
                          Record Key Is Numgmst-Key
                          Alternate Record Key Is Numgmst-Amount-Key
                             With Duplicates
                          Alternate Record Key Is Numgmst-Run-Stamp
                             With Duplicates
                          File Status Is Numgmst-Status.

 Data Division.
     02  Numgmso-Home-Value        Pic S9(15)V9(04).
     02  Numgmso-Run-Stamp         Pic X(14).

 FD  Numgmsp-File.
 01  Numgmsp-Record.
     *> The feed-id-era layout: today's Numgmstrec up to and
     *> including the run stamp, without the reversal fields
     *> that now follow it. The body travels as one group move.
     02  Numgmsp-Key               Pic X(30).
     02  Numgmsp-Body              Pic X(136).

 FD  Numgmst-File.
     Copy Numgmstrec.

 Working-Storage Section.
 01  Numgmso-Status             Pic X(02) Value "00".
     88  Numgmso-File-Missing    Values "35" "05".
 01  Numgmsp-Status             Pic X(02) Value "00".
 01  Numgmst-Status             Pic X(02) Value "00".
     88  Numgmst-File-Missing    Values "35" "05".
     88  Numgmst-Io-Ok           Values "00" "02".
     *> "02" is a good WRITE that left a duplicate on an alternate
     *> key - converted records share run stamps and amounts, so
     *> that is the normal case, not an error.

 01  Numgmso-Eof-Sw             Pic X Value "N".
     88  Numgmso-Eof             Value "Y".

 01  Migrated-Feed-Id           Pic X(08) Value Spaces.

 01  Old-Layout-Sw              Pic X Value "O".
     88  Pre-Feed-Id-Layout      Value "O".
     88  Feed-Id-Layout          Value "F".

*> Added to the scaled value to form the master's amount key -
*> see Numgmst-Amount-Key in Numgmstrec.cpy.
 01  Amount-Key-Bias            Pic 9(16) Value 1000000000000000.

 01  Read-Count                 Pic 9(09) Comp Value 0.
 01  Write-Count                Pic 9(09) Comp Value 0.

                "conversion."
        Perform Abort-Run
     End-If.
     If Numgmso-Status = "39"
        *> Fixed-file-attribute conflict against the pre-feed-id
        *> layout - try the feed-id-era one before giving up.
        Open Input Numgmsp-File
        If Numgmsp-Status Not = "00"
           Display "NUMGMCV - ERROR: NUMGMSTO matches neither old "
                   "master layout, Status " Numgmsp-Status
           Perform Abort-Run
        End-If
        Set Feed-Id-Layout To True
        Move "00" To Numgmso-Status
     End-If.
     If Numgmso-Status Not = "00"
        Display "NUMGMCV - ERROR: Unable To Open Numgmso-File, "
                "Status " Numgmso-Status
        Perform Abort-Run
     End-If.

     If Feed-Id-Layout
        Display "NUMGMCV - NUMGMSTO is in the feed-id layout - "
                "records keep their own feed ids."
     End-If.
     If Pre-Feed-Id-Layout
        Display "NUMGMCV - Feed id to stamp on converted records "
                "(spaces for MIGRATED):"
        Move Spaces To Migrated-Feed-Id
        Accept Migrated-Feed-Id From Console
        If Migrated-Feed-Id = Spaces
           Move "MIGRATED" To Migrated-Feed-Id
        End-If
        Display "NUMGMCV - Converting under feed id "
                Migrated-Feed-Id "."
     End-If.

     Open Output Numgmst-File.
     If Numgmst-Status Not = "00"
        Perform Abort-Run
     End-If.

     Evaluate True
        When Feed-Id-Layout
           Move Low-Values To Numgmsp-Key
           Start Numgmsp-File Key Not < Numgmsp-Key
              Invalid Key
                 Set Numgmso-Eof To True
           End-Start
        When Other
           Move Low-Values To Numgmso-Key
           Start Numgmso-File Key Not < Numgmso-Key
              Invalid Key
                 Set Numgmso-Eof To True
           End-Start
     End-Evaluate.
     If Not Numgmso-Eof
        Perform Read-Next-Old-Master
     End-If.
 Convert-Master-Records.
     Add 1 To Read-Count.

     Move Spaces To Numgmst-Record.
     Evaluate True
        When Feed-Id-Layout
           Move Numgmsp-Record   To Numgmst-Record(1:166)
        When Other
           Perform Convert-Pre-Feed-Id-Record
     End-Evaluate.
     Move "N"                    To Numgmst-Reversed-Sw.
     Move Spaces                 To Numgmst-Reversal-Stamp.
     Move Spaces                 To Numgmst-Business-Date.
     Move Numgmst-Currency-Code  To Numgmst-Amount-Currency.
     Compute Numgmst-Amount-Biased =
             Numgmst-Scaled-Value + Amount-Key-Bias.
     Write Numgmst-Record.
     If Not Numgmst-Io-Ok
        Display "NUMGMCV - ERROR: Write To Numgmst-File Failed, "
                "Status " Numgmst-Status
        Perform Abort-Run
     End-If.
     Add 1 To Write-Count.

     Perform Read-Next-Old-Master.

*>-----------------------------------------------------------------
 Convert-Pre-Feed-Id-Record.
     Move Numgmso-Tran-Id        To Numgmst-Tran-Id.
     Move Migrated-Feed-Id       To Numgmst-Feed-Id.
     Move Numgmso-Field-Name     To Numgmst-Field-Name.
     Move Numgmso-Currency-Code  To Numgmst-Currency-Code.
     Move Numgmso-Home-Value     To Numgmst-Home-Value.
     Move Numgmso-Run-Stamp      To Numgmst-Run-Stamp.

*>-----------------------------------------------------------------
 Read-Next-Old-Master.
     Evaluate True
        When Feed-Id-Layout
           Read Numgmsp-File Next
              At End
                 Set Numgmso-Eof To True
           End-Read
           If Not Numgmso-Eof And Numgmsp-Status Not = "00"
              Set Numgmso-Eof To True
           End-If
        When Other
           Read Numgmso-File Next
              At End
                 Set Numgmso-Eof To True
           End-Read
           If Not Numgmso-Eof And Numgmso-Status Not = "00"
              Set Numgmso-Eof To True
           End-If
     End-Evaluate.

*>-----------------------------------------------------------------
 Termination.
     Evaluate True
        When Feed-Id-Layout
           Close Numgmsp-File Numgmst-File
        When Other
           Close Numgmso-File Numgmst-File
     End-Evaluate.
     Display "NUMGMCV - Old Master Records Read: " Read-Count.
     Display "NUMGMCV - New Master Records Written: " Write-Count.
     Display "NUMGMCV - NUMGMSTO left in place - archive or "

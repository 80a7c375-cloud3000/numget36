*>  because the only safe number of records to delete without
*>  instructions is none.
*>
*>  Nor is a record purged from an accounting period NUMGPCLS
*>  has not closed (the NUMGPCTL periods, loaded through
*>  Numgpcld), however old it is: the archive is a period's
*>  final state, and a month whose figures have not been
*>  summarized and declared final stays on the live master
*>  until they have. Such records are kept and counted.
*>
*>  A purge is also an operator's act: the NUMGPRM record names
*>  the NUMGUSR operator authorizing it, who must hold the purge
*>  role (checked through Numgsign). With no operator named, or
*>  one without the role, nothing is archived or deleted.
*>
*>  Produces one output:
*>
*>  NUMGARCyyyymmdd  The archive, keyed exactly like the live
*>            NUMGINQ session against the right archive date,
*>            not a restore.
*>
*>  Records are selected through the master's run-stamp
*>  alternate key rather than a pass over the whole file: the
*>  browse starts at the lowest stamp and stops at the first
*>  one dated on or after the cutoff, so only the records old
*>  enough to be candidates (and any stamps that are not dates
*>  at all, which sort ahead of them) are ever read. The
*>  archive carries the same alternate keys as the master, so
*>  NUMGINQ's amount and run-date lookups work against it too.
*>
*>  Reports how many records were archived and purged per field
*>  name, plus the candidates examined and kept. A record whose
*>  run stamp is not a usable date is kept and flagged - what
*>  cannot be dated must not be purged.
*>
*>  Each record is written to the archive, the write verified,
*>  and only then DELETEd from the master - a run that dies in
                          Organization Is Indexed
                          Access Mode Is Dynamic
                          Record Key Is Numgmst-Key
                          Alternate Record Key Is Numgmst-Amount-Key
                             With Duplicates
                          Alternate Record Key Is Numgmst-Run-Stamp
                             With Duplicates
                          File Status Is Numgmst-Status.

     Select Numgarc-File Assign To Dynamic Archive-File-Name
                          Organization Is Indexed
                          Access Mode Is Random
                          Record Key Is Numgarc-Key
                          Alternate Record Key Is Numgarc-Amount-Key
                             With Duplicates
                          Alternate Record Key Is Numgarc-Run-Stamp
                             With Duplicates
                          File Status Is Numgarc-Status.

     Select Numgprm-File Assign To "NUMGPRM"
 01  Numgarc-Record.
     *> Byte-for-byte image of Numgmst-Record - the whole point of
     *> the archive is that the inquiry side reads it with the same
     *> Numgmstrec layout and keys as the live master. Only the
     *> keys are broken out here; the record travels as one group
     *> move.
     02  Numgarc-Key               Pic X(30).
     02  Filler                    Pic X(122).
     02  Numgarc-Run-Stamp         Pic X(14).
     02  Filler                    Pic X(23).
     02  Numgarc-Amount-Key        Pic X(23).

 FD  Numgprm-File.
 01  Numgprm-Record.
     *> today are archived and purged. Spaces (or no NUMGPRM at
     *> all) means no retention was stated and the purge refuses
     *> to run.
     02  Filler                    Pic X(25).
     02  Numgprm-Purge-Operator    Pic X(08).
     *> The NUMGUSR operator authorizing the purge - must hold the
     *> purge role, or the purge refuses to run.

 Working-Storage Section.
 01  Numgmst-Status             Pic X(02) Value "00".
     88  Numgmst-File-Missing    Values "35" "05".
     88  Numgmst-Io-Ok           Values "00" "02".
 01  Numgarc-Status             Pic X(02) Value "00".
     88  Numgarc-Io-Ok           Values "00" "02".
*> "02" is a good READ or WRITE with a duplicate on an alternate
*> key - the master is read along its run-stamp key, and the
*> records of one run all share a stamp, so that is the normal
*> case on both files, not an error or an end of file.
 01  Numgprm-Status             Pic X(02) Value "00".
     88  Numgprm-Not-Found       Values "35" "05".

     88  Retention-Known         Value "Y".

 01  Cutoff-Date-Integer        Pic S9(09) Comp Value 0.
 01  Cutoff-Date-9              Pic 9(08) Value 0.
 01  Cutoff-Date-X Redefines Cutoff-Date-9
                                Pic X(08).
 01  Stamp-Date-X               Pic X(08) Value Spaces.
 01  Stamp-Date-9               Pic 9(08) Value 0.
 01  Stamp-Date-Integer         Pic S9(09) Comp Value 0.
 01  Archived-Count             Pic 9(09) Comp Value 0.
 01  Kept-Count                 Pic 9(09) Comp Value 0.
 01  Bad-Stamp-Count            Pic 9(09) Comp Value 0.
 01  Unclosed-Kept-Count        Pic 9(09) Comp Value 0.

*>
*> The accounting periods NUMGPCLS has closed, as loaded from the
*> NUMGPCTL period-control file by Numgpcld - only their records
*> may be purged. See Numgpclrec.cpy.
*>
 Copy Numgpclrec.

 01  Numgpcld-Status            Pic X(02) Value Spaces.
 01  Period-Ix                  Pic 9(04) Comp Value 0.

 01  Purge-Operator-Id          Pic X(08) Value Spaces.

*>
*> Linkage-shaped working storage used to CALL Numgsign with, to
*> check the purge operator's role.
*>
 Copy Numgsgnrec.

*>
*> Per-field archived/purged counts for the end-of-run report.
        Perform Abort-Run
     End-If.

     Perform Authorize-Purge.

     Compute Cutoff-Date-Integer =
             Integer-Of-Date(Numval(Run-Date)) - Retention-Days.
     Move Date-Of-Integer(Cutoff-Date-Integer) To Cutoff-Date-9.

     Call "Numgpcld" Using Numgpcl-Table Numgpcld-Status.
     If Numgpcld-Status = "99"
        Display "NUMGARCH - ERROR: NUMGPCTL period-control file "
                "is unusable - run abandoned."
        Perform Abort-Run
     End-If.
     If Numgpcld-Status = "10"
        Display "NUMGARCH - WARNING: No accounting period has been "
                "closed - nothing on the master can be purged."
     End-If.

     Open I-O Numgmst-File.
     If Numgmst-File-Missing
           Perform Abort-Run
        End-If
        Perform Open-Archive-File
        Move Low-Values To Numgmst-Run-Stamp
        Start Numgmst-File Key Not < Numgmst-Run-Stamp
           Invalid Key
              Set Numgmst-Eof To True
        End-Start
        End-If
     End-If.

*>-----------------------------------------------------------------
 Authorize-Purge.
     If Purge-Operator-Id = Spaces
        Display "NUMGARCH - REFUSED: No purge operator on the "
                "NUMGPRM parameter record - nothing will be "
                "purged without one."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.
     Move "NUMGARCH"        To Numgsign-Program.
     Move "B"               To Numgsign-Mode.
     Move Purge-Operator-Id To Numgsign-Operator-Id.
     Call "Numgsign" Using Numgsign-Request.
     If Not Numgsign-Signed-On
        Display "NUMGARCH - REFUSED: Purge operator "
                Purge-Operator-Id " is not an active NUMGUSR "
                "operator."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.
     If Not Numgsign-May-Purge
        Display "NUMGARCH - REFUSED: Operator " Purge-Operator-Id
                " does not hold the purge role."
        Move 8 To Return-Code
        Perform Abort-Run
     End-If.
     Display "NUMGARCH - Purge authorized by " Numgsign-Operator-Id
             " " Numgsign-Operator-Name.

*>-----------------------------------------------------------------
 Open-Archive-File.
     String "NUMGARC" Delimited By Size
                            "is not numeric."
                 End-If
              End-If
              Move Numgprm-Purge-Operator To Purge-Operator-Id
        End-Read
        Close Numgprm-File
     End-If.
                   Stamp-Date-X "' - record kept."
        Else
           If Stamp-Date-Integer < Cutoff-Date-Integer
              Perform Find-Closed-Period-Entry
                 Varying Period-Ix From 1 By 1
                 Until Period-Ix > Numgpcl-Count
                    Or Numgpcl-Period(Period-Ix) = Stamp-Date-X(1:6)
              If Period-Ix > Numgpcl-Count
                 *> Old enough, but its period is not final yet.
                 Add 1 To Unclosed-Kept-Count
                 Add 1 To Kept-Count
              Else
                 Perform Archive-One-Record
              End-If
           Else
              Add 1 To Kept-Count
           End-If

     Perform Read-Next-Master.

*>-----------------------------------------------------------------
 Find-Closed-Period-Entry.
     Continue.

*>-----------------------------------------------------------------
 Archive-One-Record.
     *>
     *>
     Move Numgmst-Record To Numgarc-Record.
     Write Numgarc-Record.
     If Not Numgarc-Io-Ok
        Display "NUMGARCH - ERROR: Write To Archive File Failed, "
                "Status " Numgarc-Status
        Perform Abort-Run
        At End
           Set Numgmst-Eof To True
     End-Read.
     If Not Numgmst-Eof And Not Numgmst-Io-Ok
        Set Numgmst-Eof To True
     End-If.
     If Not Numgmst-Eof
        If Numgmst-Run-Stamp(1:8) Is Numeric
           And Numgmst-Run-Stamp(1:8) Not < Cutoff-Date-X
           *> The run-stamp key is in date order - from here on
           *> every record is inside the retention, and none of
           *> them needs reading.
           Set Numgmst-Eof To True
        End-If
     End-If.

*>-----------------------------------------------------------------
 Termination.
        Close Numgmst-File Numgarc-File
     End-If.

     Display "NUMGARCH - Candidates Examined:     " Read-Count.
     Display "NUMGARCH - Archived And Purged:     " Archived-Count.
     Display "NUMGARCH - Examined And Kept:       " Kept-Count.
     Display "NUMGARCH - Unusable Run Stamps:     " Bad-Stamp-Count.
     Display "NUMGARCH - Kept, Period Not Closed: " Unclosed-Kept-Count.
     Perform Report-One-Field
        Varying Field-Ix From 1 By 1
        Until Field-Ix > Field-Count-Entries.

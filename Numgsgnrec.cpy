      *> $title "NUMGSGNREC - OPERATOR SIGN-ON REQUEST FOR NUMGSIGN"
      *>
      *>************************************************************
      *>
      *>  The request block a suite program passes to Numgsign to
      *>  sign an operator on against the NUMGUSR operator file,
      *>  and the answer it gets back: who the operator is and
      *>  which of the four roles NUMGUSR grants them. Each program
      *>  then limits what it offers to those roles - Numgsign
      *>  only says who is at the terminal, the program decides
      *>  what they may do there.
      *>
      *>    Inquiry    look amounts up - NUMGINQ, NUMGJRPT and the
      *>               NUMGORPT operator-activity report
      *>    Correct    key corrections in NUMGFIX
      *>    Write-off  write ledger entries off in NUMGFIX
      *>    Purge      authorize the NUMGARCH archive-and-purge
      *>
      *>  Mode "I" prompts at the console for the operator id and
      *>  password (three tries); mode "B" is for a batch step,
      *>  which has no terminal - the operator id comes in on the
      *>  request (from the NUMGPRM record) and is only looked up.
      *>
      *>  Numgsign-Status on return:
      *>    "00"  Signed on - the id, name and roles are filled in.
      *>    "10"  Refused - unknown id, wrong password, or an
      *>          operator NUMGUSR shows suspended.
      *>    "99"  No usable NUMGUSR - nobody can be signed on.
      *>
      *>  The operator id is what the suite stamps on the work the
      *>  operator does: the NUMGEMS write-off, the NUMGRES
      *>  correction bracket, and through NUMGBATCH the NUMGJRN
      *>  before-image the correction replaces.
      *>
      *>************************************************************
      01  Numgsign-Request.
          02  Numgsign-Program         Pic X(09).
          02  Numgsign-Mode            Pic X(01).
              88  Numgsign-Interactive   Value "I".
              88  Numgsign-Batch         Value "B".
          02  Numgsign-Operator-Id     Pic X(08).
          02  Numgsign-Operator-Name   Pic X(30).
          02  Numgsign-Roles.
              03  Numgsign-Inquiry-Role  Pic X(01).
                  88  Numgsign-May-Inquire   Value "I".
              03  Numgsign-Correct-Role  Pic X(01).
                  88  Numgsign-May-Correct   Value "C".
              03  Numgsign-Writeoff-Role Pic X(01).
                  88  Numgsign-May-Write-Off Value "W".
              03  Numgsign-Purge-Role    Pic X(01).
                  88  Numgsign-May-Purge     Value "P".
          02  Numgsign-Status          Pic X(02).
              88  Numgsign-Signed-On     Value "00".

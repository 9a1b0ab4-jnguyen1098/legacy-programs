fd historyFile.
    copy "sqrthist.cpy".
fd ledgerFile.
    copy "sqrtaidx.cpy".
fd shipSeqFile.
    01 shipSeqRecord.
       02 shipSeqLast pic 9(06).
77 histSize     pic 9(09) value 0.
77 genCount     pic 9(05) value 0.
77 lastArchDate pic x(08) value spaces.
77 badGenCount  pic 9(05) value 0.
77 partIdx      pic 9(02) value 0.
77 splitCount   pic 9(02) value 4.
77 envSplitCount pic 9(02) value zero.

showArchive.
    move "N" to ledgerEofSw.
    move 0 to genCount, badGenCount.
    move spaces to lastArchDate.
    open input ledgerFile.
    if ledgerFileStatus is not equal to "00"
            at end set ledgerAtEof to true
            not at end
                add 1 to genCount
                move aiDate to lastArchDate
                if aiUnusable
                    add 1 to badGenCount
                end-if
        end-read
    end-perform.
    close ledgerFile.
    move genCount to editCount.
    display "Archive         : " editCount " generations, last "
        lastArchDate.
    if badGenCount is greater than zero
        move badGenCount to editCount
        display "                  " editCount
            " flagged unusable by the scrub (sqrtscrb)"
    end-if.

*> Outstanding unacknowledged alerts are first-class state now: a
*> shift can see at a glance whether anything paged overnight that
*> nobody has signed for. One a maintenance window suppressed was
*> never delivered, so nobody owes it a signature.
showAlerts.
    move "N" to alertLedEofSw.
    open input alertLedFile.
sal1.
    read alertLedFile at end set alertLedAtEof to true end-read.
    if alertLedAtEof or alAckOper is not equal to spaces
            or alSuppressed
        go to sal1-exit
    end-if.
    add 1 to unackCount.

*> transmission manifest is present -- a missing sequence number with
*> a later one on disk is a GAP and stops everything, because a
*> standby with a hole in it is not a standby -- verifies every
*> shipped file's record count -- and, where the manifest carries
*> one, its content checksum (sqrtcsum.cob) -- against the manifest,
*> and only then applies:
*>
*>   sqrt.out / sqrt.sumr    replace the standby copies
*>   sqrt.audit rows         append to the standby sqrt.audit
*>   sqrt.histdelta          append to the standby delta file (the
*>                           recovery rebuild folds deltas the same
*>                           way sqrtmerge folds partition deltas)
*>   sqrt.omstdelta          posted straight into the standby's keyed
*>                           results master (sqrt.out.ksds)
*>
*> Applies every queued transmission in sequence, so a standby that
*> was down a week catches up in one invocation. A transmission the
*> scrub (sqrtscrb) has flagged unusable on its manifest is refused
*> like one that fails verification here.
*>
*> A site sqrttkov has flagged primary (sqrt.site) is never applied
*> over: a stale transmission from the old primary landing on the
*> new one would roll production back.
*>
*> RETURN-CODE: 0 applied (one or more), 4 nothing new, 8 gap or
*> verification failure (nothing applied past it), or this site is
*> the primary.

identification division.
program-id. sqrtrecv.
    select applyFile assign to dynamic applyFname
        organization is line sequential
        file status is applyStatus.
    select siteFile assign to "sqrt.site"
        organization is line sequential
        file status is siteStatus.

data division.

    01 shipRecord pic x(256).
fd applyFile.
    01 applyRecord pic x(256).
fd siteFile.
    copy "sqrtsite.cpy".

working-storage section.
77 seqStatus      pic x(02).
77 manifestStatus pic x(02).
77 shipStatus     pic x(02).
77 applyStatus    pic x(02).
77 siteStatus     pic x(02).
77 manifestFname  pic x(40) value spaces.
77 shipFname      pic x(50) value spaces.
77 applyFname     pic x(40) value spaces.
77 cblRc       pic s9(9) comp-5 value zero.

*> One transmission's manifest rows held while its files verify
77 mfMax    pic 9(01) value 5.
77 mfCount  pic 9(01) value 0.
77 mfIdx    pic 9(01) value 0.
77 mfTrlCnt pic 9(01) value 0.
    88 mfTrlSeen value "Y".
77 mfRunId  pic x(14) value spaces.
01 mfTable.
    02 mfEntry occurs 5 times.
        03 tMfName  pic x(30).
        03 tMfCount pic 9(09).
        03 tMfSum   pic x(12).

*> Interface to the shared sqrtcsum content checksum routine
77 csumFile pic x(80) value spaces.
77 csumRows pic 9(09) value 0.
77 csumSum  pic 9(12) value 0.
77 csumRc   pic 9(01) value 0.
77 csumText pic x(12) value spaces.

*> Interface to the shared sqrtomst keyed results master
77 omsAction pic x(01) value spaces.
copy "sqrtomst.cpy" replacing leading ==om== by ==oms==.
77 omsCount  pic 9(09) value 0.
77 omsRc     pic 9(01) value 0.

77 chkCount  pic 9(09) value 0.
77 editCount pic zzz,zzz,zz9.

*> --------------------------Main Program----------------------------------
procedure division.
    perform checkSiteRole.
    perform loadApplied.
    perform oneTransmission thru oneTransmission-exit
        until allCaughtUp or recvFailed.
    end-if.
    stop run.

checkSiteRole.
    open input siteFile.
    if siteStatus is not equal to "00"
        exit paragraph
    end-if.
    read siteFile
        at end move spaces to siteRecord
    end-read.
    close siteFile.
    if siteRole is equal to "P"
        display "sqrtrecv: this site is PRIMARY (sqrt.site, "
            siteMode " " siteDate ") -- nothing applied"
        move 8 to return-code
        stop run
    end-if.

loadApplied.
    open input seqFile.
    if seqStatus is equal to "00"
                go to readManifest-done
            end-if
            move manRunId to mfRunId
            if manUnusable
                display "sqrtrecv: manifest "
                    function trim(manifestFname)
                    " was flagged unusable by the scrub on "
                    manScrubbed " -- refused"
                set recvFailed to true
                go to readManifest-done
            end-if
        when "F"
            if mfCount is less than mfMax
                add 1 to mfCount
                move manName to tMfName(mfCount)
                move manCount to tMfCount(mfCount)
                move manSum to tMfSum(mfCount)
            end-if
        when "T"
            set mfTrlSeen to true

vf1.
    perform buildShipName.
    move shipFname to csumFile.
    call "sqrtcsum" using csumFile, csumRows, csumSum, csumRc
    end-call.
    if csumRc is not equal to 0
        display "sqrtrecv: " function trim(shipFname)
            " missing -- refused"
        set recvFailed to true
        go to vf1-exit
    end-if.
    move csumRows to chkCount.
    if chkCount is not equal to tMfCount(mfIdx)
        move tMfCount(mfIdx) to editCount
        display "sqrtrecv: " function trim(shipFname) " holds "
            chkCount " records, manifest promises " editCount
            " -- refused"
        set recvFailed to true
        go to vf1-exit
    end-if.
*> Manifests shipped before checksums were kept carry none
    move csumSum to csumText.
    if tMfSum(mfIdx) is numeric
            and tMfSum(mfIdx) is not equal to csumText
        display "sqrtrecv: " function trim(shipFname)
            " does not match its manifest checksum -- refused"
        set recvFailed to true
    end-if.

vf1-exit.
    exit.

*> Results and summary replace the standby copy; the audit rows and
*> the history delta accumulate, the way they do on the primary; the
*> results-master entries are posted, replacing each serial's older
*> answer as they did on the primary.
af1.
    perform buildShipName.
    move tMfName(mfIdx) to applyFname.
    if shipStatus is not equal to "00"
        go to af1-exit
    end-if.
    if applyFname is equal to "sqrt.omstdelta"
        perform postShipped
        go to af1-exit
    end-if.
    if applyFname is equal to "sqrt.audit"
            or applyFname is equal to "sqrt.histdelta"
        open extend applyFile
af1-exit.
    exit.

postShipped.
    perform until shipAtEof
        read shipFile
            at end set shipAtEof to true
            not at end
                move shipRecord to omsRecord
                move "P" to omsAction
                call "sqrtomst" using omsAction, omsRecord, omsCount,
                    omsRc
                end-call
        end-read
    end-perform.
    close shipFile.
    move "X" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.

*> ------------------------------------------------------------------

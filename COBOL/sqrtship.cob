*>   sqrt.audit rows   just the night's run group (selected by the
*>                     run id off sqrt.sumr)
*>   history delta     the sqrt.hist rows stamped with the run id
*>   results delta     the keyed results-master (sqrt.out.ksds)
*>                     entries the run posted, by the same run id
*>
*> Each file travels as <dest>/<name>.Snnnnnn next to the manifest
*> (<dest>/sqrt.ship.Snnnnnn); the local sqrt.ship.seq ledger hands
*> out the next sequence number. sqrtrecv on the standby side
*> verifies the sequence has no gaps and the counts match before
*> anything is applied. One disk failure should cost a copy-back,
*> not a rebuild-and-pray. Each file's content checksum
*> (sqrtcsum.cob), taken off the shipped copy, rides its manifest
*> row too, so the standby copy can be proven intact on arrival and
*> every night after (sqrtscrb).
*>
*> Which way transmissions flow is the site role in sqrt.site (set by
*> sqrttkov): a site flagged standby refuses to ship, and a site
*> flagged primary after a takeover ships to the peer recorded there
*> unless SQRT_SHIP_DEST names somewhere else. With no sqrt.site this
*> is the primary, as it always was.
*>
*>   SQRT_SHIP_DEST  standby directory (default "standby", or the
*>                   sqrt.site peer)
*>
*> RETURN-CODE: 0 shipped, 8 nothing to ship (no sqrt.sumr) or this
*> site is the standby.

identification division.
program-id. sqrtship.
        file status is histFileStatus.
    select manifestFile assign to dynamic manifestFname
        organization is line sequential.
    select siteFile assign to "sqrt.site"
        organization is line sequential
        file status is siteStatus.

data division.

    copy "sqrthist.cpy".
fd manifestFile.
    copy "sqrtship.cpy".
fd siteFile.
    copy "sqrtsite.cpy".

working-storage section.
77 sumRecStatus    pic x(02).
77 destStatus      pic x(02).
77 auditFileStatus pic x(02).
77 histFileStatus  pic x(02).
77 siteStatus      pic x(02).
77 sourceFname     pic x(40) value spaces.
77 destFname       pic x(80) value spaces.
77 manifestFname   pic x(80) value spaces.
77 editCount   pic zzz,zzz,zz9.

*> Manifest F rows collected as files ship, written out after the
*> header; five is all a transmission carries today.
77 manMax   pic 9(01) value 5.
77 manCount2 pic 9(01) value 0.
77 manIdx   pic 9(01) value 0.
01 manTable.
    02 manEntry occurs 5 times.
        03 tManName  pic x(30).
        03 tManCount pic 9(09).
        03 tManSum   pic 9(12).

*> Interface to the shared sqrtcsum content checksum routine
77 csumFile pic x(80) value spaces.
77 csumRows pic 9(09) value 0.
77 csumSum  pic 9(12) value 0.
77 csumRc   pic 9(01) value 0.

*> Interface to the shared sqrtomst keyed results master
77 omsAction pic x(01) value spaces.
copy "sqrtomst.cpy" replacing leading ==om== by ==oms==.
77 omsCount  pic 9(09) value 0.
77 omsRc     pic 9(01) value 0.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    perform checkSiteRole.
    perform readSummary.
    perform nextSequence.
    move shipSeq to seqTxt.
    perform shipWholeFile.
    perform shipAuditRows.
    perform shipHistDelta.
    perform shipResultDelta.

    perform writeManifest.
    perform saveSequence.
        move parmValue to shipDest
    end-if.

checkSiteRole.
    open input siteFile.
    if siteStatus is not equal to "00"
        exit paragraph
    end-if.
    read siteFile
        at end move spaces to siteRecord
    end-read.
    close siteFile.
    if siteRole is equal to "S"
        display "sqrtship: this site is the STANDBY (sqrt.site, "
            siteMode " " siteDate ") -- nothing shipped"
        move 8 to return-code
        stop run
    end-if.
*> parmSource still holds how SQRT_SHIP_DEST resolved
    if siteRole is equal to "P" and parmSource is equal to "DEFAULT"
            and sitePeer is not equal to spaces
        move sitePeer to shipDest
    end-if.

*> The run being shipped is whatever the machine summary says just
*> finished; no summary means no run to protect.
readSummary.
        add 1 to manCount2
        move sourceFname(1:30) to tManName(manCount2)
        move copyCount to tManCount(manCount2)
        move destFname to csumFile
        call "sqrtcsum" using csumFile, csumRows, csumSum, csumRc
        end-call
        move csumSum to tManSum(manCount2)
    end-if.
    move copyCount to editCount.
    display "  " function trim(sourceFname) " -> "
shd1-exit.
    exit.

*> ------------------------Results-master Delta----------------------------

*> The entries this run posted to the keyed results master; the
*> standby side posts them into its own copy of the master.
shipResultDelta.
    move "sqrt.omstdelta" to sourceFname.
    move 0 to copyCount.
    move "B" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if omsRc is not equal to 0
        display "  sqrt.out.ksds not on file -- skipped"
        exit paragraph
    end-if.
    perform openDest.
    perform srd1 thru srd1-exit until omsRc is not equal to 0.
    move "X" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    close destFile.
    perform noteShipped.

srd1.
    move "N" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if omsRc is not equal to 0
        go to srd1-exit
    end-if.
    if omsRunId is not equal to runIdWs
        go to srd1-exit
    end-if.
    write destRecord from omsRecord.
    add 1 to copyCount.

srd1-exit.
    exit.

*> ------------------------The Manifest------------------------------------

writeManifest.
    move shipSeq to manSeq.
    move tManName(manIdx) to manName.
    move tManCount(manIdx) to manCount.
    move tManSum(manIdx) to manSum.
    write manRecord.

wm1-exit.

*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          Standby-site Takeover, Failback and Demotion          -
*> ------------------------------------------------------------------
*> sqrtship and sqrtrecv keep a standby directory fed with sqrt.out,
*> sqrt.sumr, the night's audit group and the history delta, but a
*> standby directory is not a site that can run tonight's batch.
*> Run IN the standby directory, this makes it one:
*>
*>   1. proves the standby has applied every transmission: nothing
*>      queued past sqrt.recv.seq, and -- when the primary's last
*>      shipped sequence is known (SQRT_TKOV_LASTSHIP) -- nothing
*>      shipped that never arrived (SQRT_TKOV_FORCE=Y takes over
*>      short anyway, for the night the primary is simply gone)
*>   2. rebuilds sqrt.hist from the standby's audit rows (the sqrthrb
*>      replay) and then its accumulated history deltas, into
*>      sqrt.hist.new first, swapped in only once rows were recovered
*>   3. re-seeds the counters that must never go backwards:
*>        sqrt.serial    past the highest serial on the audit trail
*>                       and sqrt.out, plus SQRT_TKOV_SERIAL_GAP for
*>                       serials the primary issued but never shipped
*>        sqrt.runctl    rows for each run on the audit trail, so a
*>                       duplicate of a shipped night is refused and
*>                       a same-day rerun takes the next run sequence
*>        sqrt.ship.seq  from the last sequence applied (or shipped,
*>                       if that is later), so shipping back the other
*>                       way can never reuse a number
*>      and refuses outright if this machine's clock would stamp the
*>      next run id at or before the last one on the audit trail
*>   4. flags the site primary (sqrt.site, sqrtsite.cpy) with the old
*>      site as its peer, so sqrtship ships back the other way
*>
*> Modes (SQRT_TKOV_MODE):
*>   TAKEOVER  the standby becomes primary (the primary is lost)
*>   STANDBY   demote this site to standby: sqrtship stops shipping
*>             from it and sqrt.recv.seq is set to the last sequence
*>             it shipped, so it applies its peer's next transmission.
*>             A restored old site rejoins this way; the interim
*>             primary hands back this way once the old site is fed.
*>   FAILBACK  the restored old site, fed as a standby, takes
*>             production back -- the same steps as TAKEOVER, but
*>             only from a site flagged standby and only with the
*>             interim primary's last shipped sequence in hand
*>
*>   SQRT_TKOV_MODE        TAKEOVER (default), FAILBACK or STANDBY
*>   SQRT_TKOV_PEER        the other site's directory (default
*>                         "primary"); sqrtship's default destination
*>   SQRT_TKOV_LASTSHIP    last sequence the other site shipped
*>   SQRT_TKOV_FORCE       Y to take over short of SQRT_TKOV_LASTSHIP
*>   SQRT_TKOV_SERIAL_GAP  serials to skip past the highest seen
*>                         (default 1000)
*>   SQRT_TKOV_CONFIRM     Y to skip the confirmation prompt
*>
*> RETURN-CODE: 0 role changed, 4 the site already has that role,
*> 8 refused (transmissions missing or queued, clock behind, nothing
*> recovered into sqrt.hist) -- nothing changed, 22 the operator
*> holds no REBUILD entitlement on sqrt.auth.

identification division.
program-id. sqrttkov.

environment division.

input-output section.
file-control.
    select siteFile assign to "sqrt.site"
        organization is line sequential
        file status is siteStatus.
    select siteLog assign to "sqrt.site.log"
        organization is line sequential
        file status is siteLogStatus.
    select recvSeqFile assign to "sqrt.recv.seq"
        organization is line sequential
        file status is recvSeqStatus.
    select shipSeqFile assign to "sqrt.ship.seq"
        organization is line sequential
        file status is shipSeqStatus.
    select serialFile assign to "sqrt.serial"
        organization is line sequential
        file status is serialStatus.
    select runCtlFile assign to "sqrt.runctl.new"
        organization is line sequential
        file status is runCtlStatus.
    select auditFile assign to "sqrt.audit"
        organization is line sequential
        file status is auditFileStatus.
    select resultFile assign to "sqrt.out"
        organization is line sequential
        file status is resultStatus.
    select deltaFile assign to "sqrt.histdelta"
        organization is line sequential
        file status is deltaStatus.
    select historyFile assign to "sqrt.hist"
        organization is indexed
        access mode is dynamic
        record key is histKey
        file status is histFileStatus.
    select newHistFile assign to "sqrt.hist.new"
        organization is indexed
        access mode is dynamic
        record key is newHistKey
        file status is newHistStatus.

data division.

file section.
fd siteFile.
    copy "sqrtsite.cpy".
fd siteLog.
    copy "sqrtsite.cpy" replacing leading ==site== by ==slog==.
fd recvSeqFile.
    01 recvSeqRecord.
       02 recvSeqLast pic 9(06).
fd shipSeqFile.
    01 shipSeqRecord.
       02 shipSeqLast pic 9(06).
fd serialFile.
    01 serialRecord.
       02 serialLast pic 9(07).
*> The same run-control row SQRT writes: 'S' started, 'F' finished
fd runCtlFile.
    01 runCtlRecord.
       02 rcDate   pic x(08).
       02 rcRunId  pic x(14).
       02 rcStatus pic x(01).
       02 rcCode   pic 9(03).
       02 rcSeq    pic 9(02).
       02 rcFill   pic x(12).
fd auditFile.
    copy "sqrtaudit.cpy".
fd resultFile.
    copy "sqrtresult.cpy".
fd deltaFile.
    copy "sqrthist.cpy" replacing leading ==hist== by ==delta==.
fd historyFile.
    copy "sqrthist.cpy".
fd newHistFile.
    copy "sqrthist.cpy" replacing leading ==hist== by ==newHist==.

working-storage section.
77 siteStatus      pic x(02).
77 siteLogStatus   pic x(02).
77 recvSeqStatus   pic x(02).
77 shipSeqStatus   pic x(02).
77 serialStatus    pic x(02).
77 runCtlStatus    pic x(02).
77 auditFileStatus pic x(02).
77 resultStatus    pic x(02).
77 deltaStatus     pic x(02).
77 histFileStatus  pic x(02).
77 newHistStatus   pic x(02).

77 eofSw pic x(01) value "N".
    88 atEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 tkovMode    pic x(08) value "TAKEOVER".
    88 modeTakeover value "TAKEOVER".
    88 modeFailback value "FAILBACK".
    88 modeStandby  value "STANDBY".
77 peerDir     pic x(40) value "primary".
77 lastShipped pic 9(06) value 0.
77 lastShipSw  pic x(01) value "N".
    88 lastShipKnown value "Y".
77 forceSw     pic x(01) value "N".
    88 forceRequested value "Y".
77 serialGap   pic 9(07) value 1000.
77 confirmInput pic x(01) value spaces.
    88 confirmed value "Y" "y".

77 currentRole pic x(01) value spaces.
    88 roleIsPrimary value "P".
    88 roleIsStandby value "S".
77 appliedSeq  pic 9(06) value 0.
77 shippedSeq  pic 9(06) value 0.
77 newShipSeq  pic 9(06) value 0.
77 probeSeq    pic 9(06) value 0.
77 seqTxt      pic 9(06).
77 queueFname  pic x(40) value spaces.
77 cblFileInfo pic x(20) value spaces.
77 cblRc       pic s9(9) comp-5 value zero.

77 ctlFname    pic x(30) value spaces.
77 ctlNewFname pic x(30) value spaces.

77 oldSerial   pic 9(07) value 0.
77 highSerial  pic 9(07) value 0.
77 newSerial   pic 9(07) value 0.
77 serialNum   pic 9(07) value 0.

77 todayStamp  pic x(08) value spaces.
77 timeStamp   pic x(08) value spaces.
77 nowRunId    pic x(14) value spaces.
77 lastRunId   pic x(14) value spaces.

*> The audit group being walked, for its sqrt.runctl rows
77 grpRunId    pic x(14) value spaces.
77 grpRunSeq   pic 9(02) value 0.
77 grpTrlSw    pic x(01) value "N".
    88 grpTrailerSeen value "Y".
77 runsSeeded  pic 9(07) value 0.

77 rowsReplayed  pic 9(09) value 0.
77 rowsRecovered pic 9(09) value 0.
77 rowsRefreshed pic 9(09) value 0.
77 deltasFolded  pic 9(09) value 0.
77 swappedRows   pic 9(09) value 0.
77 editCount     pic zzz,zzz,zz9.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTTKOV".
77 authPriv     pic x(08) value "REBUILD".
77 authObject   pic x(30) value "site role".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

01 titleLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(41) value
       'SQRT Standby-site Takeover and Failback'.

01 underLine1.
    02 filler pic x(50) value
       '--------------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    display titleLine.
    display underLine1.
    perform initParms.
    perform checkAuthority.
    perform readSite.
    perform loadSequences.
    display "  Mode: " tkovMode "  current role: " with no advancing.
    evaluate true
        when roleIsPrimary display "PRIMARY"
        when roleIsStandby display "STANDBY"
        when other display "(no sqrt.site)"
    end-evaluate.
    display "  Last applied transmission S" appliedSeq
        ", last shipped S" shippedSeq.

    if modeStandby
        perform demoteSite
        stop run
    end-if.

    perform checkEligible.
    perform checkCaughtUp.
    perform confirmChange.

*> One walk of the standby's audit trail gives the history replay,
*> the run-control rows, the highest serial and the last run id.
    open output newHistFile.
    close newHistFile.
    open i-o newHistFile.
    open output runCtlFile.
    perform replayAudit.
    close runCtlFile.
    perform foldDeltas.
    close newHistFile.
    perform scanResults.

    perform checkClock.
    if rowsRecovered is equal to zero
        display "  *** nothing recovered into sqrt.hist -- is this the"
            " standby directory? Nothing changed. ***"
        perform discardRunControl
        move 8 to return-code
        stop run
    end-if.
    perform swapInRebuild.
    if swappedRows is not equal to rowsRecovered
        display "  *** swap re-read " swappedRows " of " rowsRecovered
            " pairs -- inspect sqrt.hist.new; counters and role left"
            " as they were ***"
        perform discardRunControl
        move 8 to return-code
        stop run
    end-if.
    perform installRunControl.
    perform seedSerial.
    perform seedShipSequence.
    perform writeSite.

    display underLine1.
    move rowsReplayed to editCount.
    display "  Audit rows replayed   : " editCount.
    move deltasFolded to editCount.
    display "  History deltas folded : " editCount.
    move swappedRows to editCount.
    display "  sqrt.hist rebuilt     : " editCount " pairs".
    move runsSeeded to editCount.
    display "  sqrt.runctl runs      : " editCount.
    display "  sqrt.serial seeded    : " newSerial
        " (was " oldSerial ", highest seen " highSerial ")".
    display "  sqrt.ship.seq seeded  : " newShipSeq.
    display "  Last run id on file   : " lastRunId.
    display "  This site is now PRIMARY; sqrtship ships to "
        function trim(peerDir) ".".
    stop run.

*> ------------------------Role and Sequence State------------------------

readSite.
    open input siteFile.
    if siteStatus is equal to "00"
        read siteFile
            at end continue
            not at end move siteRole to currentRole
        end-read
        close siteFile
    end-if.

loadSequences.
    open input recvSeqFile.
    if recvSeqStatus is equal to "00"
        read recvSeqFile
            at end continue
            not at end move recvSeqLast to appliedSeq
        end-read
        close recvSeqFile
    end-if.
    open input shipSeqFile.
    if shipSeqStatus is equal to "00"
        read shipSeqFile
            at end continue
            not at end move shipSeqLast to shippedSeq
        end-read
        close shipSeqFile
    end-if.

*> A takeover from a site that is already primary would re-seed live
*> counters under a running production; a failback is only from a
*> restored site that has been rejoined as standby and fed since.
checkEligible.
    if roleIsPrimary
        display "  This site is already PRIMARY -- nothing to do."
        move 4 to return-code
        stop run
    end-if.
    if modeFailback and not roleIsStandby
        display "  *** FAILBACK needs a site rejoined as standby"
            " (SQRT_TKOV_MODE=STANDBY) and fed by sqrtrecv ***"
        move 8 to return-code
        stop run
    end-if.
    if modeFailback and not lastShipKnown
        display "  *** FAILBACK needs SQRT_TKOV_LASTSHIP, the interim"
            " primary's last shipped sequence ***"
        move 8 to return-code
        stop run
    end-if.

*> A manifest queued past the applied one means sqrtrecv has not
*> been run (or stopped on it); a known last-shipped sequence past
*> the applied one means transmissions never arrived.
checkCaughtUp.
    perform varying probeSeq from 1 by 1
            until probeSeq is greater than 5
        compute seqTxt = appliedSeq + probeSeq
        move spaces to queueFname
        string "sqrt.ship.S" seqTxt
            delimited by size into queueFname
        end-string
        call "CBL_CHECK_FILE_EXIST" using queueFname, cblFileInfo
            returning cblRc
        end-call
        if cblRc is equal to zero
            display "  *** " function trim(queueFname)
                " is queued but not applied -- run sqrtrecv first."
                " Nothing changed. ***"
            move 8 to return-code
            stop run
        end-if
    end-perform.
    if lastShipKnown and lastShipped is greater than appliedSeq
        if forceRequested and modeTakeover
            display "  *** FORCED: taking over at S" appliedSeq
                " although S" lastShipped " was shipped ***"
        else
            compute seqTxt = appliedSeq + 1
            display "  *** transmissions S" seqTxt " through S"
                lastShipped " were shipped but not applied --"
                " refused (SQRT_TKOV_FORCE=Y to take over short) ***"
            move 8 to return-code
            stop run
        end-if
    end-if.
    if not lastShipKnown
        display "  Last shipped sequence not supplied: proving only"
            " that nothing queued is unapplied."
    end-if.

confirmChange.
    if not confirmed
        display "This REPLACES sqrt.hist, sqrt.runctl and sqrt.serial"
            " and makes this site PRIMARY."
        display "Proceed? (Y/N): " with no advancing
        accept confirmInput end-accept
    end-if.
    if not confirmed
        display "Cancelled; nothing changed."
        move 8 to return-code
        stop run
    end-if.

*> ------------------------Audit Replay------------------------------------

*> Every detail row becomes (or refreshes) a history row exactly as
*> sqrthrb replays it; each run group becomes its sqrt.runctl row.
replayAudit.
    move "N" to eofSw.
    move spaces to grpRunId.
    open input auditFile.
    if auditFileStatus is not equal to "00"
        display "  sqrt.audit not on file (status " auditFileStatus ")"
        exit paragraph
    end-if.
    perform ra1 thru ra1-exit until atEof.
    close auditFile.
    perform closeRunGroup.

ra1.
    read auditFile at end
        set atEof to true
        go to ra1-exit
    end-read.
    if auditRunId is not equal to grpRunId
        perform closeRunGroup
        move auditRunId to grpRunId
        move 0 to grpRunSeq
        move "N" to grpTrlSw
    end-if.
    if auditRecType is equal to "T"
        set grpTrailerSeen to true
        go to ra1-exit
    end-if.
    if auditRunSeq is numeric
        move auditRunSeq to grpRunSeq
    end-if.
    if auditSerial is numeric
        move auditSerial to serialNum
        if serialNum is greater than highSerial
            move serialNum to highSerial
        end-if
    end-if.
    if auditRecType is not equal to "D"
        go to ra1-exit
    end-if.
    add 1 to rowsReplayed.
    move auditRadicand to newHistRadicand.
    move auditEpsilon to newHistEpsilon.
    move auditRoot to newHistRoot.
    move auditIter to newHistIter.
    string auditTimestamp(1:4) auditTimestamp(6:2) auditTimestamp(9:2)
        auditTimestamp(12:2) auditTimestamp(15:2) auditTimestamp(18:2)
        delimited by size into newHistRunStamp
    end-string.
    write newHistRecord
        invalid key
            rewrite newHistRecord
            add 1 to rowsRefreshed
        not invalid key
            add 1 to rowsRecovered
    end-write.

ra1-exit.
    exit.

*> A batch run's id is its numeric date+time stamp; an express run's
*> EXPR-marked id never had a run-control row and gets none here.
*> A group with no trailer is a run that never finished: its 'S' row
*> is all the primary would have had.
closeRunGroup.
    if grpRunId is equal to spaces or grpRunId is not numeric
        exit paragraph
    end-if.
    if grpRunId is greater than lastRunId
        move grpRunId to lastRunId
    end-if.
    move spaces to runCtlRecord.
    move grpRunId(1:8) to rcDate.
    move grpRunId to rcRunId.
    move "S" to rcStatus.
    move 0 to rcCode.
    if grpRunSeq is equal to zero
        move 1 to grpRunSeq
    end-if.
    move grpRunSeq to rcSeq.
    write runCtlRecord.
    if grpTrailerSeen
        move "F" to rcStatus
        write runCtlRecord
    end-if.
    add 1 to runsSeeded.
    move spaces to grpRunId.

*> The shipped deltas carry the rows exactly as the primary stamped
*> them (cache-hit re-stamps included), so they land over the replay.
foldDeltas.
    move "N" to eofSw.
    open input deltaFile.
    if deltaStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read deltaFile
            at end set atEof to true
            not at end
                move deltaRecord to newHistRecord
                write newHistRecord
                    invalid key
                        rewrite newHistRecord
                    not invalid key
                        add 1 to rowsRecovered
                end-write
                add 1 to deltasFolded
        end-read
    end-perform.
    close deltaFile.

scanResults.
    move "N" to eofSw.
    open input resultFile.
    if resultStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read resultFile
            at end set atEof to true
            not at end
                if resultSerial is numeric
                    move resultSerial to serialNum
                    if serialNum is greater than highSerial
                        move serialNum to highSerial
                    end-if
                end-if
        end-read
    end-perform.
    close resultFile.

*> SQRT stamps its run id off this machine's clock; one that would
*> stamp at or before the last shipped run would interleave tonight's
*> audit group with the primary's.
checkClock.
    accept todayStamp from date yyyymmdd.
    accept timeStamp from time.
    string todayStamp timeStamp(1:6) delimited by size into nowRunId
    end-string.
    if lastRunId is not equal to spaces
            and nowRunId is not greater than lastRunId
        display "  *** this machine's clock (" nowRunId ") is not past"
            " the last run id on the audit trail (" lastRunId
            ") -- correct the clock. Nothing changed. ***"
        perform discardRunControl
        move 8 to return-code
        stop run
    end-if.

*> The run-control rows are built aside in sqrt.runctl.new; a refusal
*> leaves whatever sqrt.runctl the site had exactly as it was.
discardRunControl.
    move "sqrt.runctl.new" to ctlNewFname.
    call "CBL_DELETE_FILE" using ctlNewFname returning cblRc.

installRunControl.
    move "sqrt.runctl" to ctlFname.
    move "sqrt.runctl.new" to ctlNewFname.
    call "CBL_DELETE_FILE" using ctlFname returning cblRc.
    call "CBL_RENAME_FILE" using ctlNewFname, ctlFname
        returning cblRc
    end-call.

swapInRebuild.
    open output historyFile.
    close historyFile.
    open i-o historyFile.
    move "N" to eofSw.
    open input newHistFile.
    move low-values to newHistKey.
    start newHistFile key is greater than or equal to newHistKey
        invalid key set atEof to true
    end-start.
    perform sw1 thru sw1-exit until atEof.
    close newHistFile, historyFile.

sw1.
    read newHistFile next at end
        set atEof to true
        go to sw1-exit
    end-read.
    move newHistRecord to histRecord.
    write histRecord
        invalid key continue
    end-write.
    add 1 to swappedRows.

sw1-exit.
    exit.

*> ------------------------Counter Re-seeding-----------------------------

seedSerial.
    open input serialFile.
    if serialStatus is equal to "00"
        read serialFile
            at end continue
            not at end move serialLast to oldSerial
        end-read
        close serialFile
    end-if.
    compute newSerial = highSerial + serialGap
        on size error move 9999999 to newSerial
    end-compute.
    if oldSerial is greater than newSerial
        move oldSerial to newSerial
    end-if.
    open output serialFile.
    move newSerial to serialLast.
    write serialRecord.
    close serialFile.

seedShipSequence.
    move appliedSeq to newShipSeq.
    if lastShipped is greater than newShipSeq
        move lastShipped to newShipSeq
    end-if.
    if shippedSeq is greater than newShipSeq
        move shippedSeq to newShipSeq
    end-if.
    open output shipSeqFile.
    move newShipSeq to shipSeqLast.
    write shipSeqRecord.
    close shipSeqFile.

*> ------------------------Site Role---------------------------------------

writeSite.
    move spaces to siteRecord.
    move "P" to siteRole.
    accept siteDate from date yyyymmdd.
    move tkovMode to siteMode.
    move peerDir to sitePeer.
    move newShipSeq to siteShipSeq.
    move newSerial to siteSerial.
    move lastRunId to siteRunId.
    perform saveSite.

*> The demoted site applies from the sequence after the last one it
*> shipped (or applied, if it was already fed further than that):
*> exactly where its peer, seeded by the takeover, numbers from.
demoteSite.
    if roleIsStandby
        display "  This site is already STANDBY -- nothing to do."
        move 4 to return-code
        exit paragraph
    end-if.
    perform confirmDemote.
    move shippedSeq to newShipSeq.
    if appliedSeq is greater than newShipSeq
        move appliedSeq to newShipSeq
    end-if.
    open output recvSeqFile.
    move newShipSeq to recvSeqLast.
    write recvSeqRecord.
    close recvSeqFile.
    move spaces to siteRecord.
    move "S" to siteRole.
    accept siteDate from date yyyymmdd.
    move tkovMode to siteMode.
    move peerDir to sitePeer.
    move newShipSeq to siteShipSeq.
    move 0 to siteSerial.
    perform saveSite.
    display underLine1.
    display "  This site is now STANDBY; sqrtrecv applies from S"
        newShipSeq " + 1 onward.".

confirmDemote.
    if not confirmed
        display "This makes this site STANDBY: sqrtship will refuse"
            " to ship from it."
        display "Proceed? (Y/N): " with no advancing
        accept confirmInput end-accept
    end-if.
    if not confirmed
        display "Cancelled; nothing changed."
        move 8 to return-code
        stop run
    end-if.

saveSite.
    open output siteFile.
    write siteRecord.
    close siteFile.
    open extend siteLog.
    if siteLogStatus is equal to "35"
        open output siteLog
    end-if.
    move siteRecord to slogRecord.
    write slogRecord.
    close siteLog.

*> ------------------------Parameter Resolution----------------------------

initParms.
    move "SQRT_TKOV_MODE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move function upper-case(parmValue) to tkovMode
    end-if.
    if not modeTakeover and not modeFailback and not modeStandby
        display "  *** SQRT_TKOV_MODE must be TAKEOVER, FAILBACK or"
            " STANDBY ***"
        move 8 to return-code
        stop run
    end-if.
    move "SQRT_TKOV_PEER" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to peerDir
    end-if.
    move "SQRT_TKOV_LASTSHIP" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        move function numval(parmValue) to lastShipped
        set lastShipKnown to true
    end-if.
    move "SQRT_TKOV_FORCE" to parmKey.
    perform getParm.
    move parmValue(1:1) to forceSw.
    move "SQRT_TKOV_SERIAL_GAP" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        move function numval(parmValue) to serialGap
    end-if.
    move "SQRT_TKOV_CONFIRM" to parmKey.
    perform getParm.
    move parmValue(1:1) to confirmInput.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------Operator Authority------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; all that
*> is left is to say why and stop before anything is touched.
checkAuthority.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    if authRc is equal to 2
        display "sqrttkov: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrttkov: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ------------------------------------------------------------------

*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          Dashboard Publisher: JSON Status and Results          -
*> ------------------------------------------------------------------
*> The intranet SQRT panel was built by screen-scraping sqrtboard and
*> the sqrt.digest text, and broke whenever a label moved. This
*> writes the same facts as JSON documents with fixed member names,
*> into a publish directory the web side reads:
*>
*>   status.json            the estate now: the last run's outcome
*>                          and RC (sqrt.sumr, nthroot.sumr), the
*>                          checkpoints and any partition checkpoint
*>                          of a split run, the reject backlog, the
*>                          hold backlog (held records on sqrt.dat,
*>                          and holds past their review date on
*>                          sqrt.hold), unacknowledged alerts, and
*>                          each feed's latest arrival finding
*>                          (sqrt.fmon.log)
*>   run-<yyyymmdd>.json    that day's run summary: every run and
*>                          partition row sqrt.stats has for it, the
*>                          day's totals, its gate outcomes
*>                          (sqrt.gates) and the alerts raised
*>   results-<yyyymmdd>.json  that day's results (every sqrt.out run
*>                          group stamped that day), per department,
*>                          by record serial
*>
*> A document is written under <name>.tmp and renamed into place only
*> once complete; the completion marker publish.done is removed
*> before the first document is started and written -- the same way
*> -- after the last, listing what was published. The web side reads
*> only when publish.done is there, so it never sees a half-written
*> file. Run after each nightly run, and on demand.
*>
*>   SQRT_PUB_DIR      the publish directory (default "pub"); it must
*>                     exist
*>   SQRT_PUB_DATE     the day for the run summary and results,
*>                     yyyymmdd (default: the last run's date on
*>                     sqrt.sumr, else today) -- to republish a day
*>   SQRT_SPLIT_COUNT  partition checkpoints to look for (default 4)
*>
*> Member names are camelCase; dates are yyyy-mm-dd, stamps
*> yyyy-mm-ddThh:mm:ss; a source with nothing on file is null (an
*> object) or [] (a list), never left out.
*>
*> RETURN-CODE: 0 published, 8 the publish directory could not be
*> written (the marker stays absent).

identification division.
program-id. sqrtpub.

environment division.

input-output section.
file-control.
    select sumRecFile assign to "sqrt.sumr"
        organization is line sequential
        file status is sumRecStatus.
    select nsumRecFile assign to "nthroot.sumr"
        organization is line sequential
        file status is nsumRecStatus.
    select rejectFile assign to "sqrt.rej"
        organization is line sequential
        file status is rejFileStatus.
    select masterFile assign to "sqrt.dat"
        organization is line sequential
        file status is masterStatus.
    select holdFile assign to "sqrt.hold"
        organization is line sequential
        file status is holdStatus.
    select alertLedFile assign to "sqrt.alert.led"
        organization is line sequential
        file status is alertLedStatus.
    select fmonFile assign to "sqrt.fmon.log"
        organization is line sequential
        file status is fmonStatus.
    select statsFile assign to "sqrt.stats"
        organization is line sequential
        file status is statsFileStatus.
    select gateFile assign to "sqrt.gates"
        organization is line sequential
        file status is gateStatus.
    select resultFile assign to "sqrt.out"
        organization is line sequential
        file status is resFileStatus.
    select workFile assign to "sqrt.pub.wrk"
        organization is line sequential
        file status is workStatus.
    select sortedFile assign to "sqrt.pub.srt"
        organization is line sequential
        file status is sortedStatus.
    select sortFile assign to "sqrt.pub.srtw".
    select jsonFile assign to dynamic jsonFname
        organization is line sequential
        file status is jsonStatus.

data division.

file section.
fd sumRecFile.
    copy "sqrtstat.cpy" replacing leading ==stat== by ==sumRec==.
fd nsumRecFile.
    copy "sqrtstat.cpy" replacing leading ==stat== by ==nsum==.
fd rejectFile.
    01 rejectRecord pic x(80).
fd masterFile.
    01 masterRecord pic x(80).
fd holdFile.
    copy "sqrthold.cpy".
fd alertLedFile.
    copy "sqrtaled.cpy".
fd fmonFile.
    copy "sqrtfmlg.cpy".
fd statsFile.
    copy "sqrtstat.cpy".
fd gateFile.
    copy "sqrtgate.cpy".
fd resultFile.
    copy "sqrtresult.cpy".
*> The day's result rows, department and serial first so one sort
*> puts them in document order.
fd workFile.
    01 workRecord.
       02 wkDept     pic x(04).
       02 wkSerial   pic x(07).
       02 wkSource   pic x(03).
       02 wkRadicand pic s9(15)v9(6) sign leading separate.
       02 wkRoot     pic 9(16)v9(6).
       02 wkRunId    pic x(14).
       02 wkRunSeq   pic 9(02).
fd sortedFile.
    01 sortedRecord.
       02 soDept     pic x(04).
       02 soSerial   pic x(07).
       02 soSource   pic x(03).
       02 soRadicand pic s9(15)v9(6) sign leading separate.
       02 soRoot     pic 9(16)v9(6).
       02 soRunId    pic x(14).
       02 soRunSeq   pic 9(02).
sd sortFile.
    01 sortRecord.
       02 srtKey    pic x(11).
       02 filler    pic x(63).
fd jsonFile.
    01 jsonRecord pic x(400).

working-storage section.
77 sumRecStatus    pic x(02).
77 nsumRecStatus   pic x(02).
77 rejFileStatus   pic x(02).
77 masterStatus    pic x(02).
77 holdStatus      pic x(02).
77 alertLedStatus  pic x(02).
77 fmonStatus      pic x(02).
77 statsFileStatus pic x(02).
77 gateStatus      pic x(02).
77 resFileStatus   pic x(02).
77 workStatus      pic x(02).
77 sortedStatus    pic x(02).
77 jsonStatus      pic x(02).
77 eofSw           pic x(01) value "N".
    88 atEof value "Y".
77 cblRc           pic s9(09) comp-5 value 0.

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared checkpoint reader (alternating .a/.b
*> side files; sqrtckpr picks the newest valid one).
77 ckpFname  pic x(30) value spaces.
01 ckrBuffer pic x(180) value spaces.
copy "sqrtckp.cpy" replacing leading ==ckp== by ==wck==.
77 ckrRc     pic 9(01) value 0.

77 pubDir      pic x(50) value "pub".
77 pubDate     pic x(08) value spaces.
77 todayStamp  pic x(08) value spaces.
77 wsDateTime  pic x(21).
77 genStamp    pic x(19) value spaces.
77 splitCount  pic 9(02) value 4.
77 partIdx     pic 9(02) value 0.
77 failedSw    pic x(01) value "N".
    88 publishFailed value "Y".

77 docName     pic x(40) value spaces.
77 docFname    pic x(100) value spaces.
77 jsonFname   pic x(100) value spaces.
77 markerFname pic x(100) value spaces.
77 runDocName  pic x(40) value spaces.
77 resDocName  pic x(40) value spaces.

*> ------------------------Gathered Figures-----------------------------
77 rejBacklog    pic 9(09) value 0.
77 heldCount     pic 9(09) value 0.
77 holdOverdue   pic 9(09) value 0.
77 unackCount    pic 9(07) value 0.
77 unackPage     pic 9(07) value 0.
77 unackListed   pic 9(03) value 0.
77 unackMax      pic 9(03) value 100.

*> A feed's latest finding: sqrt.fmon.log is appended in time order,
*> so the last row read for a source is its latest.
77 feedMax   pic 9(03) value 100.
77 feedCount pic 9(03) value 0.
77 feedIdx   pic 9(03) value 0.
01 feedTable.
    02 feedEntry occurs 100 times.
        03 tFdSource pic x(03).
        03 tFdDate   pic x(08).
        03 tFdTime   pic x(04).
        03 tFdState  pic x(08).
        03 tFdExpect pic 9(04).

77 dayRuns     pic 9(05) value 0.
77 dayRead     pic 9(11) value 0.
77 dayOk       pic 9(11) value 0.
77 dayErr      pic 9(11) value 0.
77 dayAbort    pic 9(11) value 0.
77 dayWorstRc  pic 9(03) value 0.
77 dayResults  pic 9(09) value 0.
77 inDaySw     pic x(01) value "N".
    88 inDayGroup value "Y".
77 curRunId    pic x(14) value spaces.
77 curDept     pic x(04) value spaces.
77 deptOpenSw  pic x(01) value "N".
    88 deptOpen value "Y".

*> ------------------------JSON Writer------------------------------------
*> Each line is held back until the next one shows whether it needs a
*> trailing comma: a member or element followed by another at the
*> same depth does, one followed by its closing bracket does not.
77 jDepth    pic 9(02) value 0.
01 jLevels.
    02 jFirstSw occurs 12 times pic x(01).
77 jNeedComma pic x(01) value "N".
77 jPendSw    pic x(01) value "N".
    88 jPending value "Y".
77 jPendLine  pic x(400) value spaces.
77 jLine      pic x(400) value spaces.
77 jPtr       pic 9(03) value 1.
77 jPendPtr   pic 9(03) value 1.
77 jKey       pic x(30) value spaces.
77 jVal       pic x(120) value spaces.
77 jValLen    pic 9(03) value 0.
77 jEsc       pic x(250) value spaces.
77 jEscLen    pic 9(03) value 0.
77 jIdx       pic 9(03) value 0.
77 jChar      pic x(01) value space.
77 jNum       pic x(30) value spaces.
77 jBracket   pic x(01) value space.
77 jIntEdit   pic -(17)9.
77 jDecEdit   pic -(16)9.9(6).
77 jIntWork   pic s9(17) value 0.

copy "sqrtrec.cpy".

*> --------------------------Main Program----------------------------------
procedure division.
    move function current-date to wsDateTime.
    move wsDateTime(1:8) to todayStamp.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2)
        "T" wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into genStamp
    end-string.
    perform initParms.
    perform pickDate.
    move spaces to markerFname.
    string function trim(pubDir) "/publish.done"
        delimited by size into markerFname
    end-string.
    call "CBL_DELETE_FILE" using markerFname returning cblRc.

    perform publishStatus.
    if not publishFailed
        perform publishRunSummary
    end-if.
    if not publishFailed
        perform publishResults
    end-if.
    if not publishFailed
        perform publishMarker
    end-if.
    if publishFailed
        display "sqrtpub: could not write " function trim(jsonFname)
            " (status " jsonStatus ") -- nothing published"
        move 8 to return-code
        stop run
    end-if.
    display "sqrtpub: published status.json, "
        function trim(runDocName) ", " function trim(resDocName)
        " to " function trim(pubDir).
    stop run.

*> The day the run summary and results are for: SQRT_PUB_DATE, else
*> the last run's date on the machine summary, else today.
pickDate.
    if pubDate is equal to spaces
        open input sumRecFile
        if sumRecStatus is equal to "00"
            read sumRecFile
                at end continue
                not at end move sumRecRunDate to pubDate
            end-read
            close sumRecFile
        end-if
    end-if.
    if pubDate is not numeric
        move todayStamp to pubDate
    end-if.
    move spaces to runDocName, resDocName.
    string "run-" pubDate ".json" delimited by size into runDocName
    end-string.
    string "results-" pubDate ".json" delimited by size
        into resDocName
    end-string.

*> ------------------------Estate Status----------------------------------

publishStatus.
    move "status.json" to docName.
    perform jBegin.
    if publishFailed
        exit paragraph
    end-if.
    move spaces to jKey.
    perform jOpenObj.
    move "document" to jKey.
    move "status" to jVal.
    perform jPutStr.
    move "generated" to jKey.
    move genStamp to jVal.
    perform jPutStr.
    perform statusLastRun.
    perform statusNthRun.
    move "checkpoint" to jKey.
    move "sqrt.ckp" to ckpFname.
    perform statusCheckpoint.
    move "nthRootCheckpoint" to jKey.
    move "nthroot.ckp" to ckpFname.
    perform statusCheckpoint.
    move "partitions" to jKey.
    perform jOpenArr.
    perform statusPartition
        varying partIdx from 1 by 1 until partIdx is greater than
            splitCount.
    perform jCloseArr.
    perform statusBacklogs.
    perform statusAlerts.
    perform statusFeeds.
    perform jCloseObj.
    perform jEnd.

statusLastRun.
    move "lastRun" to jKey.
    open input sumRecFile.
    if sumRecStatus is not equal to "00"
        move "null" to jNum
        perform jPutRaw
        exit paragraph
    end-if.
    read sumRecFile
        at end
            close sumRecFile
            move "null" to jNum
            perform jPutRaw
            exit paragraph
    end-read.
    close sumRecFile.
    perform jOpenObj.
    move "runDate" to jKey.
    move sumRecRunDate to jVal.
    perform jPutDate.
    move "runId" to jKey.
    move sumRecRunId to jVal.
    perform jPutStr.
    move "read" to jKey.
    move sumRecRead to jIntWork.
    perform jPutInt.
    move "converged" to jKey.
    move sumRecOk to jIntWork.
    perform jPutInt.
    move "rejected" to jKey.
    move sumRecErr to jIntWork.
    perform jPutInt.
    move "aborted" to jKey.
    move sumRecAbort to jIntWork.
    perform jPutInt.
    move "imaginary" to jKey.
    move sumRecImag to jIntWork.
    perform jPutInt.
    move "duplicates" to jKey.
    move sumRecDup to jIntWork.
    perform jPutInt.
    move "alertPct" to jKey.
    move sumRecAlertPct to jIntWork.
    perform jPutInt.
    move "returnCode" to jKey.
    move sumRecRc to jIntWork.
    perform jPutInt.
    move "elapsedSeconds" to jKey.
    move sumRecElapsed to jIntWork.
    perform jPutInt.
    move "recordsPerMinute" to jKey.
    move sumRecRpm to jIntWork.
    perform jPutInt.
    perform jCloseObj.

statusNthRun.
    move "nthRootRun" to jKey.
    open input nsumRecFile.
    if nsumRecStatus is not equal to "00"
        move "null" to jNum
        perform jPutRaw
        exit paragraph
    end-if.
    read nsumRecFile
        at end
            close nsumRecFile
            move "null" to jNum
            perform jPutRaw
            exit paragraph
    end-read.
    close nsumRecFile.
    perform jOpenObj.
    move "runDate" to jKey.
    move nsumRunDate to jVal.
    perform jPutDate.
    move "runId" to jKey.
    move nsumRunId to jVal.
    perform jPutStr.
    move "read" to jKey.
    move nsumRead to jIntWork.
    perform jPutInt.
    move "converged" to jKey.
    move nsumOk to jIntWork.
    perform jPutInt.
    move "rejected" to jKey.
    move nsumErr to jIntWork.
    perform jPutInt.
    move "aborted" to jKey.
    move nsumAbort to jIntWork.
    perform jPutInt.
    move "returnCode" to jKey.
    move nsumRc to jIntWork.
    perform jPutInt.
    perform jCloseObj.

*> jKey names the member; ckpFname the checkpoint. "complete" or
*> "restartPending", as sqrtboard reads it.
statusCheckpoint.
    call "sqrtckpr" using ckpFname, ckrBuffer, ckrRc end-call.
    move ckrBuffer to wckRecord.
    if ckrRc is not equal to 0
        move "null" to jNum
        perform jPutRaw
        exit paragraph
    end-if.
    perform jOpenObj.
    perform checkpointMembers.
    perform jCloseObj.

checkpointMembers.
    move "state" to jKey.
    if wckStatus is equal to "R"
        move "restartPending" to jVal
    else
        move "complete" to jVal
    end-if.
    perform jPutStr.
    move "records" to jKey.
    move wckCount to jIntWork.
    perform jPutInt.
    move "tier" to jKey.
    move wckTier to jIntWork.
    perform jPutInt.
    move "runId" to jKey.
    move wckRunId to jVal.
    perform jPutStr.

*> A partition checkpoint exists only while a split run is in flight
*> or after one died; a partition with none is left out of the list.
statusPartition.
    move spaces to ckpFname.
    string "sqrt.ckp.p" partIdx delimited by size into ckpFname
    end-string.
    call "sqrtckpr" using ckpFname, ckrBuffer, ckrRc end-call.
    move ckrBuffer to wckRecord.
    if ckrRc is not equal to 0
        exit paragraph
    end-if.
    move spaces to jKey.
    perform jOpenObj.
    move "partition" to jKey.
    move partIdx to jIntWork.
    perform jPutInt.
    perform checkpointMembers.
    perform jCloseObj.

statusBacklogs.
    move 0 to rejBacklog, heldCount, holdOverdue.
    move "N" to eofSw.
    open input rejectFile.
    if rejFileStatus is equal to "00"
        perform until atEof
            read rejectFile
                at end set atEof to true
                not at end add 1 to rejBacklog
            end-read
        end-perform
        close rejectFile
    end-if.
    move "N" to eofSw.
    open input masterFile.
    if masterStatus is equal to "00"
        perform bl1 thru bl1-exit until atEof
        close masterFile
    end-if.
    move "N" to eofSw.
    open input holdFile.
    if holdStatus is equal to "00"
        perform until atEof
            read holdFile
                at end set atEof to true
                not at end
                    if holdReview is numeric
                            and holdReview is less than todayStamp
                        add 1 to holdOverdue
                    end-if
            end-read
        end-perform
        close holdFile
    end-if.
    move "backlogs" to jKey.
    perform jOpenObj.
    move "rejects" to jKey.
    move rejBacklog to jIntWork.
    perform jPutInt.
    move "held" to jKey.
    move heldCount to jIntWork.
    perform jPutInt.
    move "holdsPastReview" to jKey.
    move holdOverdue to jIntWork.
    perform jPutInt.
    perform jCloseObj.

*> Held detail records on the flat master; the tagged control and
*> annotation cards are not records.
bl1.
    read masterFile at end
        set atEof to true
        go to bl1-exit
    end-read.
    if masterRecord(1:4) is equal to "CTL1" or "HDR1" or "TRL1"
            or "CMT1" or "GRP1" or "CHN1"
        go to bl1-exit
    end-if.
    move masterRecord to lineStruct.
    if recHeld
        add 1 to heldCount
    end-if.

bl1-exit.
    exit.

*> Every delivered alert nobody has signed for, oldest first as the
*> ledger holds them; one a maintenance window suppressed was never
*> delivered and is owed no signature.
statusAlerts.
    move 0 to unackCount, unackPage, unackListed.
    move "alerts" to jKey.
    perform jOpenObj.
    move "unacknowledgedList" to jKey.
    perform jOpenArr.
    move "N" to eofSw.
    open input alertLedFile.
    if alertLedStatus is equal to "00"
        perform al1 thru al1-exit until atEof
        close alertLedFile
    end-if.
    perform jCloseArr.
    move "unacknowledged" to jKey.
    move unackCount to jIntWork.
    perform jPutInt.
    move "unacknowledgedPage" to jKey.
    move unackPage to jIntWork.
    perform jPutInt.
    perform jCloseObj.

al1.
    read alertLedFile at end
        set atEof to true
        go to al1-exit
    end-read.
    if alAckOper is not equal to spaces or alSuppressed
        go to al1-exit
    end-if.
    add 1 to unackCount.
    if alUrgency is equal to "PAGE"
        add 1 to unackPage
    end-if.
    if unackListed is not less than unackMax
        go to al1-exit
    end-if.
    add 1 to unackListed.
    move spaces to jKey.
    perform jOpenObj.
    move "id" to jKey.
    move alId to jVal.
    perform jPutStr.
    move "raised" to jKey.
    move alStamp to jVal.
    perform jPutStamp.
    move "urgency" to jKey.
    move alUrgency to jVal.
    perform jPutStr.
    move "audience" to jKey.
    move alAudience to jVal.
    perform jPutStr.
    move "source" to jKey.
    move alSource to jVal.
    perform jPutStr.
    move "condition" to jKey.
    move alCond to jVal.
    perform jPutStr.
    move "count" to jKey.
    if alCount is numeric and alCount is greater than zero
        move alCount to jIntWork
    else
        move 1 to jIntWork
    end-if.
    perform jPutInt.
    move "onCall" to jKey.
    move alOnCall to jVal.
    perform jPutStr.
    perform jCloseObj.

al1-exit.
    exit.

statusFeeds.
    move 0 to feedCount.
    move "N" to eofSw.
    open input fmonFile.
    if fmonStatus is equal to "00"
        perform fd1 thru fd1-exit until atEof
        close fmonFile
    end-if.
    move "feeds" to jKey.
    perform jOpenArr.
    perform varying feedIdx from 1 by 1
            until feedIdx is greater than feedCount
        move spaces to jKey
        perform jOpenObj
        move "source" to jKey
        move tFdSource(feedIdx) to jVal
        perform jPutStr
        move "state" to jKey
        move tFdState(feedIdx) to jVal
        perform jPutStr
        move "expected" to jKey
        move spaces to jVal
        string tFdExpect(feedIdx)(1:2) ":" tFdExpect(feedIdx)(3:2)
            delimited by size into jVal
        end-string
        perform jPutStr
        move "checked" to jKey
        move spaces to jVal
        string tFdDate(feedIdx) tFdTime(feedIdx) "00"
            delimited by size into jVal
        end-string
        perform jPutStamp
        perform jCloseObj
    end-perform.
    perform jCloseArr.

fd1.
    read fmonFile at end
        set atEof to true
        go to fd1-exit
    end-read.
    if flSource is equal to spaces
        go to fd1-exit
    end-if.
    perform varying feedIdx from 1 by 1
            until feedIdx is greater than feedCount
                or tFdSource(feedIdx) is equal to flSource
        continue
    end-perform.
    if feedIdx is greater than feedCount
        if feedCount is not less than feedMax
            go to fd1-exit
        end-if
        add 1 to feedCount
        move feedCount to feedIdx
        move flSource to tFdSource(feedIdx)
    end-if.
    move flDate to tFdDate(feedIdx).
    move flTime to tFdTime(feedIdx).
    move flState to tFdState(feedIdx).
    if flExpect is numeric
        move flExpect to tFdExpect(feedIdx)
    else
        move 0 to tFdExpect(feedIdx)
    end-if.

fd1-exit.
    exit.

*> ------------------------The Day's Run Summary--------------------------

publishRunSummary.
    move runDocName to docName.
    perform jBegin.
    if publishFailed
        exit paragraph
    end-if.
    move spaces to jKey.
    perform jOpenObj.
    move "document" to jKey.
    move "runSummary" to jVal.
    perform jPutStr.
    move "generated" to jKey.
    move genStamp to jVal.
    perform jPutStr.
    move "runDate" to jKey.
    move pubDate to jVal.
    perform jPutDate.
    move 0 to dayRuns, dayRead, dayOk, dayErr, dayAbort, dayWorstRc.
    move "runs" to jKey.
    perform jOpenArr.
    move "N" to eofSw.
    open input statsFile.
    if statsFileStatus is equal to "00"
        perform rs1 thru rs1-exit until atEof
        close statsFile
    end-if.
    perform jCloseArr.
    move "totals" to jKey.
    perform jOpenObj.
    move "runs" to jKey.
    move dayRuns to jIntWork.
    perform jPutInt.
    move "read" to jKey.
    move dayRead to jIntWork.
    perform jPutInt.
    move "converged" to jKey.
    move dayOk to jIntWork.
    perform jPutInt.
    move "rejected" to jKey.
    move dayErr to jIntWork.
    perform jPutInt.
    move "aborted" to jKey.
    move dayAbort to jIntWork.
    perform jPutInt.
    move "worstReturnCode" to jKey.
    move dayWorstRc to jIntWork.
    perform jPutInt.
    perform jCloseObj.
    move "gates" to jKey.
    perform jOpenArr.
    move "N" to eofSw.
    open input gateFile.
    if gateStatus is equal to "00"
        perform rs2 thru rs2-exit until atEof
        close gateFile
    end-if.
    perform jCloseArr.
    move "alertsRaised" to jKey.
    perform jOpenArr.
    move "N" to eofSw.
    open input alertLedFile.
    if alertLedStatus is equal to "00"
        perform rs3 thru rs3-exit until atEof
        close alertLedFile
    end-if.
    perform jCloseArr.
    perform jCloseObj.
    perform jEnd.

*> Every run and partition row of the day, reruns included, in the
*> order they finished.
rs1.
    read statsFile at end
        set atEof to true
        go to rs1-exit
    end-read.
    if statRunDate is not equal to pubDate
        go to rs1-exit
    end-if.
    add 1 to dayRuns.
    add statRead to dayRead.
    add statOk to dayOk.
    add statErr to dayErr.
    add statAbort to dayAbort.
    if statRc is greater than dayWorstRc
        move statRc to dayWorstRc
    end-if.
    move spaces to jKey.
    perform jOpenObj.
    move "runId" to jKey.
    move statRunId to jVal.
    perform jPutStr.
    move "runSeq" to jKey.
    move statRunSeq to jIntWork.
    perform jPutInt.
    move "read" to jKey.
    move statRead to jIntWork.
    perform jPutInt.
    move "converged" to jKey.
    move statOk to jIntWork.
    perform jPutInt.
    move "rejected" to jKey.
    move statErr to jIntWork.
    perform jPutInt.
    move "aborted" to jKey.
    move statAbort to jIntWork.
    perform jPutInt.
    move "imaginary" to jKey.
    move statImag to jIntWork.
    perform jPutInt.
    move "duplicates" to jKey.
    move statDup to jIntWork.
    perform jPutInt.
    move "alertPct" to jKey.
    move statAlertPct to jIntWork.
    perform jPutInt.
    move "returnCode" to jKey.
    move statRc to jIntWork.
    perform jPutInt.
    move "elapsedSeconds" to jKey.
    move statElapsed to jIntWork.
    perform jPutInt.
    move "recordsPerMinute" to jKey.
    move statRpm to jIntWork.
    perform jPutInt.
    perform jCloseObj.

rs1-exit.
    exit.

rs2.
    read gateFile at end
        set atEof to true
        go to rs2-exit
    end-read.
    if gaDate is not equal to pubDate
        go to rs2-exit
    end-if.
    move spaces to jKey.
    perform jOpenObj.
    move "program" to jKey.
    move gaProgram to jVal.
    perform jPutStr.
    move "returnCode" to jKey.
    move gaRc to jIntWork.
    perform jPutInt.
    move "note" to jKey.
    move gaNote to jVal.
    perform jPutStr.
    perform jCloseObj.

rs2-exit.
    exit.

*> The alerts first raised on the day, delivered or suppressed, with
*> where each stands now.
rs3.
    read alertLedFile at end
        set atEof to true
        go to rs3-exit
    end-read.
    if alStamp(1:8) is not equal to pubDate
        go to rs3-exit
    end-if.
    move spaces to jKey.
    perform jOpenObj.
    move "id" to jKey.
    move alId to jVal.
    perform jPutStr.
    move "raised" to jKey.
    move alStamp to jVal.
    perform jPutStamp.
    move "urgency" to jKey.
    move alUrgency to jVal.
    perform jPutStr.
    move "audience" to jKey.
    move alAudience to jVal.
    perform jPutStr.
    move "condition" to jKey.
    move alCond to jVal.
    perform jPutStr.
    move "state" to jKey.
    evaluate true
        when alSuppressed
            move "suppressed" to jVal
        when alAckOper is not equal to spaces
            move "acknowledged" to jVal
        when other
            move "unacknowledged" to jVal
    end-evaluate.
    perform jPutStr.
    move "acknowledgedBy" to jKey.
    move alAckOper to jVal.
    perform jPutStr.
    perform jCloseObj.

rs3-exit.
    exit.

*> ------------------------The Day's Results------------------------------

*> Every row of every sqrt.out run group whose HDR1 carries the day's
*> run stamp, sorted department then serial, and listed per
*> department.
publishResults.
    move 0 to dayResults.
    move "N" to inDaySw.
    open output workFile.
    move "N" to eofSw.
    open input resultFile.
    if resFileStatus is equal to "00"
        perform rr1 thru rr1-exit until atEof
        close resultFile
    end-if.
    close workFile.
    sort sortFile on ascending key srtKey
        with duplicates in order
        using workFile giving sortedFile.

    move resDocName to docName.
    perform jBegin.
    if publishFailed
        exit paragraph
    end-if.
    move spaces to jKey.
    perform jOpenObj.
    move "document" to jKey.
    move "results" to jVal.
    perform jPutStr.
    move "generated" to jKey.
    move genStamp to jVal.
    perform jPutStr.
    move "runDate" to jKey.
    move pubDate to jVal.
    perform jPutDate.
    move "resultCount" to jKey.
    move dayResults to jIntWork.
    perform jPutInt.
    move "departments" to jKey.
    perform jOpenArr.
    move "N" to deptOpenSw.
    move "N" to eofSw.
    open input sortedFile.
    if sortedStatus is equal to "00"
        perform rr2 thru rr2-exit until atEof
        close sortedFile
    end-if.
    if deptOpen
        perform jCloseArr
        perform jCloseObj
    end-if.
    perform jCloseArr.
    perform jCloseObj.
    perform jEnd.
    call "CBL_DELETE_FILE" using "sqrt.pub.wrk" returning cblRc.
    call "CBL_DELETE_FILE" using "sqrt.pub.srt" returning cblRc.

rr1.
    read resultFile at end
        set atEof to true
        go to rr1-exit
    end-read.
    if resultCtlTag is equal to "HDR1"
        if resultCtlRunId(1:8) is equal to pubDate
            set inDayGroup to true
            move resultCtlRunId to curRunId
        else
            move "N" to inDaySw
        end-if
        go to rr1-exit
    end-if.
    if resultCtlTag is equal to "TRL1"
        move "N" to inDaySw
        go to rr1-exit
    end-if.
    if not inDayGroup
        go to rr1-exit
    end-if.
    add 1 to dayResults.
    move resultDept to wkDept.
    move resultSerial to wkSerial.
    move resultSource to wkSource.
    move resultNum to wkRadicand.
    move resultRoot to wkRoot.
    move curRunId to wkRunId.
    move resultRunSeq to wkRunSeq.
    write workRecord.

rr1-exit.
    exit.

rr2.
    read sortedFile at end
        set atEof to true
        go to rr2-exit
    end-read.
    if not deptOpen or soDept is not equal to curDept
        if deptOpen
            perform jCloseArr
            perform jCloseObj
        end-if
        move soDept to curDept
        set deptOpen to true
        move spaces to jKey
        perform jOpenObj
        move "department" to jKey
        move soDept to jVal
        perform jPutStr
        move "results" to jKey
        perform jOpenArr
    end-if.
    move spaces to jKey.
    perform jOpenObj.
    move "serial" to jKey.
    move soSerial to jVal.
    perform jPutStr.
    move "source" to jKey.
    move soSource to jVal.
    perform jPutStr.
    move "radicand" to jKey.
    move soRadicand to jDecEdit.
    move jDecEdit to jNum.
    perform jPutNum.
    move "root" to jKey.
    move soRoot to jDecEdit.
    move jDecEdit to jNum.
    perform jPutNum.
    move "runId" to jKey.
    move soRunId to jVal.
    perform jPutStr.
    move "runSeq" to jKey.
    move soRunSeq to jIntWork.
    perform jPutInt.
    perform jCloseObj.

rr2-exit.
    exit.

*> ------------------------Completion Marker------------------------------

publishMarker.
    move "publish.done" to docName.
    perform jBegin.
    if publishFailed
        exit paragraph
    end-if.
    move spaces to jKey.
    perform jOpenObj.
    move "published" to jKey.
    move genStamp to jVal.
    perform jPutStr.
    move "runDate" to jKey.
    move pubDate to jVal.
    perform jPutDate.
    move "documents" to jKey.
    perform jOpenArr.
    move spaces to jKey.
    move "status.json" to jVal.
    perform jPutStr.
    move runDocName to jVal.
    perform jPutStr.
    move resDocName to jVal.
    perform jPutStr.
    perform jCloseArr.
    perform jCloseObj.
    perform jEnd.

*> ------------------------JSON Writer------------------------------------

*> Opens docName's .tmp beside it in the publish directory.
jBegin.
    move spaces to docFname, jsonFname.
    string function trim(pubDir) "/" function trim(docName)
        delimited by size into docFname
    end-string.
    string function trim(docFname) ".tmp"
        delimited by size into jsonFname
    end-string.
    open output jsonFile.
    if jsonStatus is not equal to "00"
        set publishFailed to true
        exit paragraph
    end-if.
    move 0 to jDepth.
    move "N" to jPendSw.

*> The last line out, then the finished document renamed over the
*> one the web side has been reading.
jEnd.
    if jPending
        write jsonRecord from jPendLine
    end-if.
    close jsonFile.
    call "CBL_DELETE_FILE" using docFname returning cblRc.
    call "CBL_RENAME_FILE" using jsonFname, docFname
        returning cblRc
    end-call.
    if cblRc is not equal to zero
        set publishFailed to true
    end-if.

*> Indents the new line and sets whether the line before it takes a
*> comma; jLine and jPtr are left ready for the member's key.
jItem.
    move "N" to jNeedComma.
    if jDepth is greater than zero
        if jFirstSw(jDepth) is equal to "Y"
            move "N" to jFirstSw(jDepth)
        else
            move "Y" to jNeedComma
        end-if
    end-if.
    move spaces to jLine.
    compute jPtr = jDepth * 2 + 1.
    if jKey is not equal to spaces
        string '"' function trim(jKey) '": '
            delimited by size into jLine with pointer jPtr
        end-string
    end-if.

jEmit.
    if jPending
        if jNeedComma is equal to "Y"
            string "," delimited by size into jPendLine
                with pointer jPendPtr
            end-string
        end-if
        write jsonRecord from jPendLine
    end-if.
    move jLine to jPendLine.
    set jPending to true.
    move jPtr to jPendPtr.

jOpenObj.
    move "{" to jBracket.
    perform jOpen.

jOpenArr.
    move "[" to jBracket.
    perform jOpen.

jOpen.
    perform jItem.
    string jBracket delimited by size into jLine with pointer jPtr
    end-string.
    perform jEmit.
    add 1 to jDepth.
    move "Y" to jFirstSw(jDepth).

jCloseObj.
    move "}" to jBracket.
    perform jClose.

jCloseArr.
    move "]" to jBracket.
    perform jClose.

jClose.
    subtract 1 from jDepth.
    move "N" to jNeedComma.
    move spaces to jLine.
    compute jPtr = jDepth * 2 + 1.
    string jBracket delimited by size into jLine with pointer jPtr
    end-string.
    perform jEmit.

*> jVal as a JSON string, trailing spaces dropped.
jPutStr.
    perform jItem.
    perform jEscape.
    if jEscLen is equal to zero
        string '""' delimited by size into jLine with pointer jPtr
        end-string
    else
        string '"' jEsc(1:jEscLen) '"'
            delimited by size into jLine with pointer jPtr
        end-string
    end-if.
    perform jEmit.

*> jNum as it stands: a number already edited, or null.
jPutNum.
    move function trim(jNum) to jNum.
    perform jPutRaw.

jPutRaw.
    perform jItem.
    string function trim(jNum) delimited by size
        into jLine with pointer jPtr
    end-string.
    perform jEmit.

jPutInt.
    move jIntWork to jIntEdit.
    move function trim(jIntEdit) to jNum.
    perform jPutRaw.

*> jVal holds yyyymmdd; anything else is null.
jPutDate.
    if jVal(1:8) is not numeric
        move "null" to jNum
        perform jPutRaw
        exit paragraph
    end-if.
    move jVal(1:8) to jNum.
    move spaces to jVal.
    string jNum(1:4) "-" jNum(5:2) "-" jNum(7:2)
        delimited by size into jVal
    end-string.
    perform jPutStr.

*> jVal holds yyyymmddhhmmss; anything else is null.
jPutStamp.
    if jVal(1:14) is not numeric
        move "null" to jNum
        perform jPutRaw
        exit paragraph
    end-if.
    move jVal(1:14) to jNum.
    move spaces to jVal.
    string jNum(1:4) "-" jNum(5:2) "-" jNum(7:2) "T" jNum(9:2) ":"
        jNum(11:2) ":" jNum(13:2)
        delimited by size into jVal
    end-string.
    perform jPutStr.

*> Quote and backslash escaped; a control byte becomes a space.
jEscape.
    move spaces to jEsc.
    move 0 to jEscLen.
    perform varying jValLen from 120 by -1
            until jValLen is equal to zero
                or jVal(jValLen:1) is not equal to space
        continue
    end-perform.
    perform varying jIdx from 1 by 1 until jIdx is greater than
            jValLen
        move jVal(jIdx:1) to jChar
        if jChar is less than space
            move space to jChar
        end-if
        if jChar is equal to '"' or jChar is equal to "\"
            add 1 to jEscLen
            move "\" to jEsc(jEscLen:1)
        end-if
        add 1 to jEscLen
        move jChar to jEsc(jEscLen:1)
    end-perform.

*> ------------------------Parameters------------------------------------

initParms.
    move "SQRT_PUB_DIR" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to pubDir
    end-if.
    move "SQRT_PUB_DATE" to parmKey.
    perform getParm.
    if parmValue(1:8) is numeric
        move parmValue(1:8) to pubDate
    end-if.
    move "SQRT_SPLIT_COUNT" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        if function numval(parmValue) is greater than zero
                and function numval(parmValue) is less than 100
            move function numval(parmValue) to splitCount
        end-if
    end-if.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------------------------------------------------

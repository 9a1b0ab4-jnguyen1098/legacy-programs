        file status is statsFileStatus.
    select sumRecFile assign to dynamic sumRecFname
        organization is line sequential.
    select omDeltaFile assign to dynamic omDeltaFname
        organization is line sequential
        file status is omDeltaStatus.
    select histDeltaFile assign to dynamic histDeltaFname
        organization is line sequential
        file status is histDeltaStatus.
    select histBimgFile assign to "sqrt.hist.bimg"
        organization is line sequential
        file status is histBimgStatus.
    select pendingFile assign to dynamic pendFname
        organization is line sequential
        file status is pendFileStatus.
    select cplxFile assign to dynamic cplxFname
        organization is line sequential
        file status is cplxFileStatus.
    select groupFile assign to dynamic grpFname
        organization is line sequential
        file status is grpFileStatus.
    select xResultFile assign to dynamic xResFname
        organization is line sequential
        file status is xResStatus.
    select xAuditFile assign to dynamic xAuditFname
        organization is line sequential
        file status is xAuditStatus.
    select profileFile assign to dynamic profileFname
        organization is line sequential
        file status is profileFileStatus.
    select deferFile assign to "sqrt.defer"
        organization is line sequential
        file status is deferStatus.
    select spoolDrainFile assign to dynamic spoolDrainFname
        organization is line sequential
        file status is spoolDrainStatus.
    select spoolJrnlFile assign to dynamic spoolJrnlFname
        organization is line sequential
        file status is spoolJrnlStatus.
    select spoolRespFile assign to dynamic spoolRespFname
        organization is line sequential
        file status is spoolRespStatus.
    select spoolDoneFile assign to dynamic spoolDoneFname
        organization is line sequential
        file status is spoolDoneStatus.
    select cedeFile assign to dynamic cedeFname
        organization is line sequential
        file status is cedeStatus.
    select stealFile assign to "sqrt.steal"
        organization is line sequential
        file status is stealStatus.
    select cedeSrcFile assign to dynamic fname
        organization is line sequential
        file status is cedeSrcStatus.
    select tailFile assign to dynamic tailFname
        organization is line sequential
        file status is tailStatus.
    select excWorkFile assign to dynamic excFname
        organization is line sequential
        file status is excStatus.
    select simFile assign to dynamic simFname
        organization is line sequential
        file status is simFileStatus.

data division.
file section.
*> the shared master, so concurrent partitions never write sqrt.hist
*> while their siblings are mid-read; sqrtmerge folds every
*> partition's delta back into the master once, deduplicated.
*> The keyed results master gets the same treatment: a partition
*> appends its entries here and sqrtmerge posts them.
fd omDeltaFile.
    01 omDeltaRecord pic x(90).
fd histDeltaFile.
    copy "sqrthist.cpy" replacing leading ==hist== by ==histDel==.
*> Before-image journal of the master: the first time a run changes
*> a row, the row as it stood is saved here under the run id (or the
*> key of a row the run added), so sqrtbkot can put the master back
*> exactly as it was if the night has to be reversed.
fd histBimgFile.
    copy "sqrthbim.cpy".
*> Future-dated input records are carried forward here untouched, to
*> be merged into the morning they become effective, so "run this
*> radicand starting next Monday" is a field on the record instead of
*> Run-control ledger: one 'S' row when a run starts, one 'F' row
*> when it finishes, so an accidental second submission of the same
*> date is refused before it can append duplicate rows to sqrt.out,
*> sqrt.audit and sqrt.csv. sqrtbkot adds a 'B' row for a run it has
*> backed out; sqrtmerge adds an 'M' row to a partition's ledger tying
*> it to the merged run id, which the duplicate check passes over.
fd runCtlFile.
    01 runCtlRecord.
       02 rcDate   pic x(08).
*> of report text.
fd cplxFile.
    copy "sqrtcplx.cpy".
*> Extended-precision answers for records whose profile asks for
*> them: the 20-place root and its audit row, kept apart from
*> sqrt.out/sqrt.audit so no consumer of the 6-place layouts sees a
*> record it can't read.
fd xResultFile.
    copy "sqrtxres.cpy".
*> One row per GRP1 group: the aggregate the statistics team used to
*> finish by hand from the members' individual roots.
fd groupFile.
    copy "sqrtgres.cpy".
fd xAuditFile.
    copy "sqrtxaud.cpy".
*> Named precision profiles: one record per profile name, carrying
*> the epsilon and default iteration cap the name stands for, so
*> precision policy lives in one dataset instead of a million copied
*> date on or before its run date (blank means "always effective"),
*> so a precision change can be keyed today and take hold at
*> month-end without anyone touching the file that night.
*> pfPrecision "X" marks an extended-precision profile: its records
*> converge as usual and are then carried on to 20 decimal places,
*> and its epsilon may go finer than the standard nine places (down
*> to 1E-18), keyed in the same E-notation the field already takes.
fd profileFile.
    01 profileRecord.
       02 pfName      pic x(08).
       02 pfEps       pic x(12).
       02 pfCap       pic x(05).
       02 pfEffDate   pic x(08).
       02 pfPrecision pic x(01).
       02 filler      pic x(46).
*> Monthly iteration allowances per department: one record per
*> department and statement month, so finance's budget argument
*> happens at run time instead of three weeks later on an invoice. A
*> "B" business day, "H" holiday/non-processing day, "M" month-end
*> special. A date the calendar doesn't list processes normally, so
*> a shop that only keys its holidays gets exactly the old behavior
*> on every ordinary night. "F" rows are change-freeze periods, kept
*> on the same calendar for the change utilities (sqrtfrz.cob); the
*> nightly run processes through a freeze.
fd calFile.
    01 calRecord.
       02 calDate pic x(08).
       02 calType pic x(01).
       02 calNote pic x(20).
       02 filler  pic x(51).
*> The intraday spool being drained: sqrt.spool renamed aside when a
*> drain claims it, so requesters keep dropping onto a fresh one.
fd spoolDrainFile.
    copy "sqrtspol.cpy".
*> The drain's progress marks: "W" written (and closed) before a
*> request is touched, "D" once its answer is out, "F" once the drain
*> is filed on the done history -- a cycle that dies mid-drain is
*> resumed from here and never answers a request twice.
fd spoolJrnlFile.
    01 spoolJrnlRecord.
       02 sjOrdinal pic 9(07).
       02 sjState   pic x(01).
       02 sjStamp   pic x(14).
       02 sjOutcome pic x(08).
       02 filler    pic x(10).
*> One answer per request, appended to sqrt.resp.<requester>.
fd spoolRespFile.
    01 spoolRespRecord.
       02 spaStamp    pic x(14).
       02 filler      pic x(01).
       02 spaRef      pic x(12).
       02 filler      pic x(01).
       02 spaStatus   pic x(08).
       02 filler      pic x(01).
       02 spaRadicand pic -(15)9.9(6).
       02 filler      pic x(01).
       02 spaEpsilon  pic 9.9(9).
       02 filler      pic x(01).
       02 spaRoot     pic z(15)9.9(6).
       02 filler      pic x(01).
       02 spaIter     pic zzzz9.
       02 filler      pic x(01).
       02 spaReason   pic x(30).
       02 filler      pic x(01).
       02 spaRunId    pic x(14).
fd spoolDoneFile.
    01 spoolDoneRecord pic x(123).
*> A split run's work stealing: the driver's cede request naming the
*> thief partition, the ledger of answers, a second reader over this
*> partition's own input to cut the unprocessed tail from, and the
*> tail itself, which becomes the thief's sqrt.dat.pNN.
fd cedeFile.
    01 cedeRecord.
       02 cedeThiefIn pic x(02).
       02 filler      pic x(78).
fd stealFile.
    copy "sqrtstl.cpy".
fd cedeSrcFile.
    01 cedeSrcRecord pic x(80).
fd tailFile.
    01 tailRecord pic x(80).
*> An exceptions-only run parks each tier's exception lines here,
*> tagged with their class, until the tier wraps and they print
*> grouped.
fd excWorkFile.
    01 excRecord.
       02 excRecClass pic x(01).
       02 excRecLine  pic x(132).
*> A simulated run's outcome trace: one row per record it settled.
fd simFile.
    copy "sqrtsimo.cpy".

working-storage section.
77 diff    pic v9(9).

01 degFlagText pic x(26) value '* DEGRADED PRECISION *'.

*> Before the ladder gives any precision away, a record that ground
*> to the cap goes once through the bisection engine (bisectroot.cob)
*> at its requested epsilon. Bisection cannot oscillate, so it
*> converges where Newton stalled, only slower; its answer keeps full
*> precision and is flagged BISECTED on the report, CSV and audit so
*> the slower path stays visible. The ladder is only walked if the
*> engine cannot deliver.
77 bisectSw      pic x(01) value "N".
    88 wasBisected value "Y".
77 bisectedCount pic 9(07) value 0.
77 bisInput      pic s9(20)v9(10).
77 bisAnswer     pic z(20).z(10).
77 bisIter       pic 9(05).
77 bisTol        pic v9(9).
77 bisStatus     pic x(01).

01 bisFlagText pic x(26) value '* BISECTED AT FULL EPS *'.

*> ------------------------Starting-guess Seeding-------------------------
*> The old radicand/2 first guess starts a 15-digit radicand absurdly
*> far from its 8-digit root and burns 50-200 iterations halving its
77 runCtlFname      pic x(30) value "sqrt.runctl".
77 cplxFname        pic x(30) value "sqrt.cpx".
77 histDeltaFname   pic x(30) value spaces.
77 omDeltaFname     pic x(30) value spaces.
77 omDeltaStatus    pic x(02).

*> Interface to the shared sqrtomst keyed results master: every
*> answer written to sqrt.out is posted there too, under its serial,
*> so a lookup by serial or radicand is one keyed read.
77 omsAction  pic x(01) value spaces.
copy "sqrtomst.cpy" replacing leading ==om== by ==oms==.
77 omsCount   pic 9(09) value 0.
77 omsRc      pic 9(01) value 0.
77 omsWarnSw  pic x(01) value "N".
    88 omsWarned value "Y".
77 histDeltaStatus  pic x(02).
77 histBimgStatus   pic x(02).
77 histBimgOpenSw   pic x(01) value "N".
    88 histBimgOpen value "Y".
77 histBimgAction   pic x(01) value space.

*> A partitioned stream might start with no master on disk at all;
*> lookups are simply skipped then, rather than read against a file
77 histOpenSw       pic x(01) value "Y".
    88 histUsable value "Y".

*> ------------------------Dry-run Simulation------------------------------
*> SQRT_SIMULATE=<label> runs tonight's input through every rule
*> without leaving a mark on production: each output the run writes
*> gets a sqrt.sim.<label>.* name (cleared first, so a simulation can
*> be rerun), the history master is read but never written, and the
*> results master, the starvation ledger, sqrt.parm.used, the
*> control-set snapshot, the per-source reject files, the operator's
*> stop marker, the history-resolution work file and the input lock
*> are left alone. The clock is simulated too: the run "starts" at
*> SQRT_SIM_START (hhmm, default 0000) on its next occurrence -- so a
*> daytime simulation of tonight takes tonight's run date -- and
*> moves on by the iterations it spends at the forecaster's
*> SQRT_FCST_ITER_PER_SEC, so the window management defers what the
*> real night would. A pair repeated within the input converges each
*> time it occurs, as it does on a partitioned step. Each record's
*> outcome lands on sqrt.sim.<label> (sqrtsimo.cpy), where sqrtsim
*> sets a baseline simulation and a proposed one side by side.
77 simLabel      pic x(08) value spaces.
77 simSw         pic x(01) value "N".
    88 simulating value "Y".
77 simSuffix     pic x(08) value spaces.
77 simName       pic x(30) value spaces.
77 simFname      pic x(30) value spaces.
77 simFileStatus pic x(02).
77 simCblRc      pic s9(9) comp-5 value zero.
77 simStartRaw   pic x(04) value "0000".
77 simStartSecs  pic 9(08) value 0.
77 simIterPerSec pic 9(07) value 5000.
77 simIterSpent  pic 9(12) value 0.
77 simIterWs     pic 9(09) value 0.
77 simOutcomeWs  pic x(01) value space.
77 simStatusWs   pic x(09) value spaces.
77 simDateInt    pic 9(08) value 0.

*> ------------------------Dataset Lock-----------------------------------
*> Shop-standard enqueue on the input master (via sqrtlock.cob) so a
*> maintenance rewrite and a batch read can't collide; refusal to
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.
77 parmApplied pic x(30) value spaces.
77 effMax      pic 9(02) value 30.
77 effCount    pic 9(02) value 0.
77 effIdx      pic 9(02) value 0.

01 effTable.
    02 effEntry occurs 30 times.
        03 effKey    pic x(24).
        03 effValue  pic x(30).
        03 effSource pic x(08).
77 stopFileInfo   pic x(20) value spaces.
77 stopCblRc      pic s9(9) comp-5 value zero.

*> Exceptions-only detail: on a high-volume night the converged rows
*> live on sqrt.out and sqrt.csv, so SQRT_EXCEPTIONS_ONLY=Y prints
*> only the lines somebody has to act on, grouped by class at the
*> end of each tier (and of the chain pass) ahead of the tier
*> subtotal. Tier titles, subtotals, trailer, histogram, source and
*> timing sections print in full either way; the stamp columns ride
*> along, so sqrtdist bursts and slices the result as before.
*>   R rejected   A aborted   G degraded retry-ladder answer
*>   F duplicate / tighter-epsilon flag   I imaginary result
*>   space: a routine line, not printed in this mode
77 excOnlySw      pic x(01) value "N".
    88 exceptionsOnly value "Y".
77 excSpoolSw     pic x(01) value "N".
    88 excSpooling value "Y".
77 excClass       pic x(01) value space.
77 excFname       pic x(30) value "sqrt.exc.wrk".
77 excStatus      pic x(02).
77 excEofSw       pic x(01) value "N".
    88 excAtEof value "Y".
77 excSpooled     pic 9(09) value 0.
77 excRoutine     pic 9(09) value 0.
77 excGroupLines  pic 9(09) value 0.
77 excGrpIdx      pic 9(01) value 0.
77 excCblRc       pic s9(9) comp-5 value zero.
01 excClassData.
    02 filler pic x(41) value "RREJECTED".
    02 filler pic x(41) value "AABORTED (ITERATION CAP)".
    02 filler pic x(41) value "GDEGRADED PRECISION (RETRY LADDER)".
    02 filler pic x(41) value "FDUPLICATE / TIGHTER EPSILON".
    02 filler pic x(41) value "IIMAGINARY RESULTS".
01 excClassTable redefines excClassData.
    02 excClassEntry occurs 5 times.
        03 excClassCode  pic x(01).
        03 excClassTitle pic x(40).

*> sqrtdist keys on "Exceptions: " at column 6 to hold a group's
*> title back from a department's copy until one of that
*> department's lines turns up under it.
01 excTitleLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(12) value 'Exceptions: '.
    02 outExcTitle pic x(40).

01 excRoutineLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(34) value 'Converged detail not printed     :'.
    02 outExcRoutine pic zzz,zzz,zz9.
    02 filler pic x(26) value '  (on sqrt.out / sqrt.csv)'.

01 earlyStopLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(44) value
       '*** EARLY STOP: operator quiesce honored ***'.

*> ------------------------Partition Work Stealing-----------------------
*> A partition that finishes early in a split run can take over the
*> unprocessed tail of a slower sibling. The driver drops
*> sqrt.cede.pNN naming the idle thief's new partition id; like the
*> operator quiesce, the request is noticed at a checkpoint boundary
*> and honored once the in-flight record is done. Only the tier-3
*> pass cedes -- the higher tiers are finished by then -- so the tail
*> is every tier-3 record past the checkpoint position, cut with the
*> run's own tier rules into sqrt.dat.p<thief> under a fresh header
*> and trailer. The answer goes on the sqrt.steal ledger
*> (sqrtstl.cpy) and the partition ends its tier-3 pass at the
*> cession point; a rerun reads its own ledger row back and stops at
*> the same point, so no record is done twice or skipped. A
*> partition carrying chain or group cards never cedes: its chain
*> sweeps and group aggregates need every member in one run.
77 cedeFname       pic x(30) value spaces.
77 cedeStatus      pic x(02).
77 stealStatus     pic x(02).
77 cedeSrcStatus   pic x(02).
77 tailFname       pic x(30) value spaces.
77 tailStatus      pic x(02).
77 cedeFileInfo    pic x(20) value spaces.
77 cedeCblRc       pic s9(9) comp-5 value zero.
77 cedeRequestSw   pic x(01) value "N".
    88 cedeRequested value "Y".
77 cededSw         pic x(01) value "N".
    88 runCeded value "Y".
77 stealEofSw      pic x(01) value "N".
    88 stealAtEof value "Y".
77 tailEofSw       pic x(01) value "N".
    88 tailAtEof value "Y".
77 tailWriteSw     pic x(01) value "N".
    88 tailWriting value "Y".
77 tailCmtSw       pic x(01) value "N".
    88 tailCmtHeld value "Y".
77 ctlCardSw       pic x(01) value "N".
    88 ctlCardSeen value "Y".
77 stealMin        pic 9(07) value 100.
77 cedeThief       pic x(02) value spaces.
77 cedeAt          pic 9(09) value 0.
77 cedeTailCount   pic 9(09) value 0.
77 tailScanC       pic 9(09) value 0.
77 tailSkipC       pic 9(09) value 0.
77 tierPhysC       pic 9(09) value 0.
77 groupCardCount  pic 9(07) value 0.
77 cedeReason      pic x(30) value spaces.
77 cedeOutcome     pic x(01) value space.
01 savedCtlCard    pic x(80) value spaces.
01 tailCmtCard     pic x(80) value spaces.

01 cedeLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(25) value '*** CEDED TO PARTITION '.
    02 outCedeThief pic x(02).
    02 filler pic x(7) value ' after '.
    02 outCedeAt pic zzz,zzz,zz9.
    02 filler pic x(18) value ' tier-3 records: '.
    02 outCedeTail pic zzz,zzz,zz9.
    02 filler pic x(11) value ' moved ***'.

*> ------------------------Priority Tiers---------------------------------
*> The input is read once per tier, processing only that tier's
*> records each pass, so every priority-1 record finishes before any
77 starvePromotedSw pic x(01) value "N".
    88 starvePromoted value "Y".

*> Promise-date tiering: the next business day after the run date,
*> and whether the current record was raised to tier 1 to keep its
*> promise (flagged on the report line, stamped "S" on the audit
*> row's promotion flag for the SLA report to count).
77 promiseHorizon   pic x(08) value spaces.
77 promiseRaisedSw  pic x(01) value "N".
    88 promiseRaised value "Y".

*> The loaded starvation ledger. tDfSeen: "D" deferred again
*> tonight, "P" the record actually ran (entry drops at rewrite),
*> space untouched (record not reached tonight -- carried as-is, so
        03 tDfImage pic x(80).

01 promoFlagText pic x(26) value '* TIER PROMOTED *'.
01 promiseFlagText pic x(26) value '* PROMISE: RAISED TO T1 *'.

01 deferStartLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Window-deferred     :'.
    02 outDeferredCount pic zzz,zzz,zz9.

01 trailerLine14.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Extended-precision  :'.
    02 outWideCount pic zzz,zzz,zz9.

01 trailerLine15.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Group results       :'.
    02 outGroupCount pic zzz,zzz,zz9.

*> ------------------------Group Statistics------------------------------
*> Working fields for the closing pass over the input's GRP1 groups.
*> The squares are carried at twelve places so a group of small
*> radicands keeps its digits; a sum too large for the fields marks
*> the group undefined rather than reporting a truncated value.
77 grpFname       pic x(30) value "sqrt.grp".
77 grpFileStatus  pic x(02).
77 grpFileOpenSw  pic x(01) value "N".
    88 grpFileOpen value "Y".
77 gpEofSw        pic x(01) value "N".
    88 gpAtEof value "Y".
77 gpOpenSw       pic x(01) value "N".
    88 gpGroupOpen value "Y".
77 gpShortSw      pic x(01) value "N".
    88 gpShort value "Y".
77 gpUndefSw      pic x(01) value "N".
    88 gpUndefined value "Y".
77 gpId           pic x(08) value spaces.
77 gpStat         pic x(04) value spaces.
    88 gpRms  value "RMS ".
    88 gpStdv value "STDV".
    88 gpGeom value "GEOM".
77 gpCount        pic 9(07) value 0.
77 gpSum          pic s9(22)v9(6) value 0.
77 gpSumSq        pic 9(26)v9(12) value 0.
77 gpSumLn        pic s9(09)v9(18) value 0.
77 gpMean         pic s9(16)v9(12) value 0.
77 gpRadicand     pic s9(26)v9(12) value 0.
77 gpResult       pic 9(16)v9(6) value 0.
77 gpStatus       pic x(01) value space.
77 groupCount     pic 9(07) value 0.

*> Interface to the shared squareroot routine, which takes the
*> group's root the way the self-test exercises it
77 gpInput        pic s9(20)v9(10).
77 gpAnswer       pic z(20).z(10).
77 gpIterCount    pic 9(05) value 0.
77 gpTolerance    pic v9(9) value 0.000001000.
77 gpStatusCode   pic x(01).

01 groupTitleLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(24) value '--- Group Statistics ---'.

01 groupLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(6) value 'GROUP '.
    02 outGrpId pic x(08).
    02 filler pic x(1) value space.
    02 outGrpStat pic x(04).
    02 filler pic x(9) value ' MEMBERS '.
    02 outGrpCount pic zzz,zz9.
    02 filler pic x(8) value ' RESULT '.
    02 outGrpValue pic z(15)9.9(6).
    02 filler pic x(2) value spaces.
    02 outGrpFlag pic x(26).

01 grpFlagDone   pic x(26) value spaces.
01 grpFlagShort  pic x(26) value '* INCOMPLETE GROUP *'.
01 grpFlagUndef  pic x(26) value '* STATISTIC UNDEFINED *'.

*> A dependent group member takes its parent's root as its value
77 gpChainNextSw  pic x(01) value "N".
    88 gpChainNext value "Y".
77 gpChainedSw    pic x(01) value "N".
    88 gpChained value "Y".
77 gpChainParent  pic x(07) value spaces.

*> ------------------------Chained Records-------------------------------
*> A prescan seats every parent serial the input's CHN1 cards name.
*> The tier passes process parents as usual and note each one's fate
*> here, passing over the dependents; once every tier is done, the
*> chain pass sweeps the input for dependents whose parent has
*> settled, again and again while a sweep settles anything, so a
*> chain of any depth runs in order whatever tiers its links sit in.
*> A closing sweep rejects whatever still has no parent outcome.
*>   tPaState: space not yet disposed, "C" converged (tPaRoot holds
*>             the root), "F" rejected/aborted/imaginary, "W" sat out
*>             tonight (held, future-dated, deferred)
77 chainMax       pic 9(04) value 500.
77 chainCount     pic 9(04) value 0.
77 chainOrdinal   pic 9(04) value 0.
77 chainIdx       pic 9(04) value 0.
77 parentCount    pic 9(04) value 0.
77 parentIdx      pic 9(04) value 0.
77 chainSerialWs  pic x(07) value spaces.
01 chainTable.
    02 chainEntry occurs 500 times.
        03 tChParentIx pic 9(04).
        03 tChDone     pic x(01).
01 parentTable.
    02 parentEntry occurs 500 times.
        03 tPaSerial pic x(07).
        03 tPaState  pic x(01).
        03 tPaRoot   pic 9(16)v9(6).
        03 tPaImage  pic x(80).

77 chEofSw        pic x(01) value "N".
    88 chAtEof value "Y".
77 chainCardSw    pic x(01) value "N".
    88 chainCardPending value "Y".
77 chainChildSw   pic x(01) value "N".
    88 chainChild value "Y".
77 chainPassSw    pic x(01) value "N".
    88 chainPassOn value "Y".
77 chainProgressSw pic x(01) value "N".
    88 chainProgress value "Y".
77 chainFinalSw   pic x(01) value "N".
    88 chainFinalSweep value "Y".
01 pendingChainCard pic x(80) value spaces.
01 activeChainCard  pic x(80) value spaces.
*> What the gate decided for the dependent in hand: "P" process on the
*> parent's root, "R" reject, "W" carry forward, "N" let the held/
*> future-dated treatment take it; chainRejState is the parent state
*> stamped on the sqrt.rej copy of the CHN1 card.
77 chainAct       pic x(01) value space.
77 chainRejState  pic x(01) value space.
77 chainOutcome   pic x(01) value space.
77 chainRoot      pic 9(16)v9(6) value 0.
77 chainRejCount  pic 9(07) value 0.
77 chainWaitCount pic 9(07) value 0.

01 reasonChainFailed pic x(21) value '  Chain Parent Failed'.
01 reasonChainUnres  pic x(21) value '     Chain Unresolved'.

01 chainTitleLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(23) value '--- Chained Records ---'.

01 chainRejMessage.
    02 filler pic x value space.
    02 filler pic x(7) value 'PARENT '.
    02 outChainParent pic x(07).
    02 filler pic x(10) value spaces.
    02 outChainReason pic x(21).

01 trailerLine16.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Chain rejects       :'.
    02 outChainRej pic zzz,zzz,zz9.

01 trailerLine17.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Chain waits carried :'.
    02 outChainWait pic zzz,zzz,zz9.

*> ------------------------Record Seal-------------------------------------
*> Every detail record carries the seal the programs that write the
*> master stamp over its business fields (sqrtseal.cob); one edited
*> by any other hand -- or never sealed at all -- is rejected on its
*> own reason instead of being processed.
77 sealAction     pic x(01) value "V".
77 sealRc         pic 9(01) value 0.
77 sealRejCount   pic 9(07) value 0.

01 reasonUnsealed pic x(21) value '        Unsealed Edit'.

01 trailerLine18.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Unsealed-edit rej   :'.
    02 outSealRej pic zzz,zzz,zz9.

*> ------------------------Control Snapshot--------------------------------
*> The whole control set this run started under, copied once under
*> its run id (sqrtcsnp.cob) so sqrtcdif can say what changed between
*> two nights and sqrtrply can put a night's configuration back.
77 csAction pic x(01) value "T".
77 csTarget pic x(40) value spaces.
77 csEnv    pic x(1000) value spaces.
77 csCount  pic 9(05) value 0.
77 csRc     pic 9(01) value 0.

*> ------------------------Run Timing--------------------------------------
*> Wall-clock marks taken at each phase boundary so the report can
*> say where a run actually spent its window. Marks are seconds past
77 histDomSw        pic x(01) value "N".
    88 histHitIsDominated value "Y".

*> sqrthres settles tonight's detail records against the master in
*> one sequential pass ahead of the run; each tier pass reads those
*> answers alongside the input through sqrthrlk instead of probing
*> sqrt.hist record by record. A restart (its first attempt has
*> already moved the master on), the chain pass, and anything the
*> work file can't answer read the master as they always have.
77 hresFname       pic x(34) value "sqrt.hres".
77 hresPartFname   pic x(34) value spaces.
77 hresSw          pic x(01) value "N".
    88 hresOn value "Y".
77 hresAnsweredSw  pic x(01) value "N".
    88 hresAnswered value "Y".
77 hresCblRc       pic s9(9) comp-5 value zero.
77 hrlAction       pic x(01).
77 hrlInput        pic x(30).
77 hrlSeq          pic 9(07).
77 hrlRadicand     pic s9(15)v9(6) sign leading separate.
77 hrlEpsilon      pic v9(9).
77 hrlRc           pic 9(01).

*> ------------------------Run Totals----------------------------------
77 readCount      pic 9(07) value 0.
77 okCount        pic 9(07) value 0.
        03 tProfEps  pic v9(9).
        03 tProfCap  pic 9(05).
        03 tProfEff  pic x(08).
        03 tProfWide pic x(01).
        03 tProfXEps pic v9(18).

01 reasonBadProfile pic x(21) value '      Unknown Profile'.

*> ------------------------Extended Precision-----------------------------
*> A record on an extended-precision profile is refined past the
*> standard 6-place answer at 20 decimal places, against the
*> profile's own finer epsilon, and reported on a continuation line
*> plus sqrt.xout/sqrt.xaudit. The files open on the first such
*> record, so a run with none leaves no empty datasets behind.
77 xResFname     pic x(30) value "sqrt.xout".
77 xAuditFname   pic x(30) value "sqrt.xaudit".
77 xResStatus    pic x(02).
77 xAuditStatus  pic x(02).
77 xFilesOpenSw  pic x(01) value "N".
    88 xFilesOpen value "Y".
77 wideSw        pic x(01) value "N".
    88 wideRecord value "Y".
77 wideDoneSw    pic x(01) value "N".
    88 wideConverged value "Y".
77 wideEps       pic v9(18) value 0.
77 wideX         pic 9(08)v9(20) value 0.
77 wideY         pic 9(08)v9(20) value 0.
77 wideDelta     pic s9(08)v9(20) value 0.
77 wideResidual  pic s9(04)v9(20) value 0.
77 wideIter      pic 9(05) value 0.
77 wideCap       pic 9(05) value 200.
77 wideCount     pic 9(09) value 0.
77 wideRootSum   pic 9(12)v9(20) value 0.

01 wideLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(14) value 'EXTENDED ROOT '.
    02 outWideY pic z(7)9.9(20).
    02 filler pic x(11) value '  RESIDUAL '.
    02 outWideResidual pic -(4)9.9(20).
    02 filler pic x(7) value '  ITER '.
    02 outWideIter pic zzzz9.

*> ------------------------Iteration Budgets-------------------------------
*> One slot per department carrying an allowance for the run's month,
*> primed at startup with the month-to-date iterations already billed
*> on the live audit trail, so mid-month exhaustion is caught the
*> moment it happens. Cache hits stay free (they cost no iterations),
*> so only a record that would actually iterate is ever deferred. A
*> backed-out run's rows are not charged: sqrtchbk doesn't bill them,
*> and its rerun would otherwise pay twice.
77 budgetFname      pic x(30) value "sqrt.budg".
77 budgetFileStatus pic x(02).
77 budgEofSw        pic x(01) value "N".
77 budgSlot         pic 9(02) value 0.
77 budgMonth        pic x(07) value spaces.
77 budgSaveFname    pic x(30) value spaces.
77 rvkRunId         pic x(14) value spaces.
77 rvkStamp         pic x(14) value spaces.
77 rvkRc            pic 9(01) value 0.
77 budgExhaustSw    pic x(01) value "N".
    88 budgExhausted value "Y".
77 budgetDeferCount pic 9(07) value 0.
77 exIterCount    pic 9(05) value 0.
77 exRootDisp     pic z(15)9.9(6).
77 exIterDisp     pic zzzz9.
77 exOutcome      pic x(08) value spaces.
77 exReason       pic x(30) value spaces.

*> ------------------------Intraday Spool---------------------------------
*> "sqrt SPOOL" drains the intraday request spool: every request gets
*> the express treatment and its answer goes to its requester's own
*> response file. With SQRT_SPOOL_UNTIL (hhmm) set the drain repeats
*> every SQRT_SPOOL_POLL_SEC seconds until that time of day or an
*> operator stop request; left blank it drains once, for a scheduler
*> that starts it every few minutes.
77 spoolFname       pic x(30) value "sqrt.spool".
77 spoolDrainFname  pic x(40) value spaces.
77 spoolJrnlFname   pic x(40) value spaces.
77 spoolDoneFname   pic x(40) value spaces.
77 spoolRespFname   pic x(40) value spaces.
77 spoolDrainStatus pic x(02).
77 spoolJrnlStatus  pic x(02).
77 spoolRespStatus  pic x(02).
77 spoolDoneStatus  pic x(02).
77 spoolFileInfo    pic x(20) value spaces.
77 spoolCblRc       pic s9(9) comp-5 value zero.
77 spoolPollSecs    pic 9(04) value 300.
77 spoolUntil       pic x(04) value spaces.
77 spoolEofSw       pic x(01) value "N".
    88 spoolAtEof value "Y".
77 spoolJrnlEofSw   pic x(01) value "N".
    88 spoolJrnlAtEof value "Y".
77 spoolEndSw       pic x(01) value "N".
    88 spoolFinished value "Y".
77 spoolOrdinal     pic 9(07) value 0.
77 spoolResumeOrd   pic 9(07) value 0.
77 spoolResumeState pic x(01) value space.
77 spoolMarkState   pic x(01) value space.
77 spoolAnswered    pic 9(07) value 0.
77 spoolCycles      pic 9(05) value 0.
*> A resumed drain's first request as it would be filed (requester,
*> reference, "D" mark stamp), and how many of its requests the done
*> history already holds from the cycle that died filing them.
77 spoolKeyReq      pic x(08) value spaces.
77 spoolKeyRef      pic x(12) value spaces.
77 spoolKeyStamp    pic x(14) value spaces.
77 spoolFiledCount  pic 9(07) value 0.
77 spoolFileOrd     pic 9(07) value 0.
77 spoolKeySw       pic x(01) value "N".
    88 spoolKeyFound value "Y".

*> ------------------------Per-source Totals------------------------------
*> One slot per distinct source-system code seen this run, tallied at
77 regSrcCode  pic x(03) value spaces.
77 regSrcName  pic x(20) value spaces.
77 regSrcTeam  pic x(12) value spaces.
77 regSrcContact pic x(20) value spaces.
77 regSrcVolLo pic 9(07) value 0.
77 regSrcVolHi pic 9(07) value 0.
77 regSrcRc    pic 9(01) value 0.
    02 cmtTag  pic x(04).
    02 cmtText pic x(76).

*> A GRP1 card opens a group: the detail records after it, up to the
*> GRP1 card carrying the same id and "END " as its statistic, are
*> its members. Each member is processed on its own exactly as
*> before; the group adds one aggregate over the members' radicands
*> (RMS, STDV or GEOM), computed after the tier passes so members
*> split across tiers, a restart or a deferral still count.
01 grpRecord redefines lineStruct.
    02 grpTag  pic x(04).
    02 grpId   pic x(08).
    02 grpStat pic x(04).
    02 filler  pic x(64).

*> A CHN1 card makes the detail record after it a dependent: that
*> record's radicand is the converged root of the record whose
*> recSerial the card names, whatever its own radicand field holds.
*> chnState is blank on the master; the copy written to sqrt.rej ahead
*> of a dependent's reject carries what became of the parent -- "F"
*> it rejected or aborted, "U" it never resolved (not on the input, or
*> a circular chain), "C" it converged and the dependent failed on its
*> own fields.
01 chnRecord redefines lineStruct.
    02 chnTag    pic x(04).
    02 chnParent pic x(07).
    02 chnState  pic x(01).
    02 filler    pic x(68).

01 ctlTagLit pic x(04) value 'CTL1'.
01 hdrTagLit pic x(04) value 'HDR1'.
01 trlTagLit pic x(04) value 'TRL1'.
01 cmtTagLit pic x(04) value 'CMT1'.
01 grpTagLit pic x(04) value 'GRP1'.
01 chnTagLit pic x(04) value 'CHN1'.

*> ------------------------Logging Messages--------------------------
01 printLine.
    02 filler pic x(2) value spaces.
    02 filler pic x(5) value 'Seq: '.
    02 outRunSeq pic z9.
    02 filler pic x(2) value spaces.
    02 outDetailMode pic x(15) value spaces.

01 underLine1.
    02 filler pic x(44) value
    perform getNow.
    move nowSecs to markSelfTest.
*> An EXPRESS invocation handles one keyed request with full batch-
*> grade treatment and ends there, as a SPOOL invocation does for the
*> intraday request spool; everything below is the batch run.
    accept cmdLine from command-line.
*> A simulation is of the batch run, whatever the command line says.
    if simulating
        move spaces to cmdLine
    end-if.
    if cmdLine(1:8) is equal to "EXPRESS "
        perform expressRun thru expressRun-exit
        stop run
    end-if.
    if cmdLine(1:6) is equal to "SPOOL "
        perform spoolRun thru spoolRun-exit
        stop run
    end-if.
*> The grace poll runs BEFORE the enqueue: the loader that produces
*> sqrt.dat claims the same lock on its output, so holding it while
*> waiting for the feed would lock out the very program able to end
    perform checkRunControl.
    perform loadCalendar.
    perform checkCalendar.
    perform setPromiseHorizon.
    perform loadProfiles.
    perform loadBudgets.
    perform loadGovernance.
        if histDeltaStatus is equal to "35"
            open output histDeltaFile
        end-if
        move spaces to omDeltaFname
        string "sqrt.omstdelta.p" partitionId
            delimited by size into omDeltaFname
        end-string
        open extend omDeltaFile
        if omDeltaStatus is equal to "35"
            open output omDeltaFile
        end-if
    else
      if simulating
        open input historyFile
        if histFileStatus is not equal to "00"
            move "N" to histOpenSw
        end-if
      else
        open i-o historyFile
        if histFileStatus is equal to "35"
            open output historyFile
            close historyFile
            open i-o historyFile
        end-if
        move "O" to omsAction
        call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
        end-call
      end-if
    end-if.
    open extend auditFile.
    if auditFileStatus is equal to "35"
*> tonight's pending file is tonight's carry-forward picture, not an
*> accumulating backlog.
    open output pendingFile.
    if simulating
        open output simFile
    end-if.
    if imaginaryModeOn or anyImagPolicy
        open extend cplxFile
        if cplxFileStatus is equal to "35"
    move nowSecs to markFileSetup.
    perform hdr.
    perform writeEffParms.
    if exceptionsOnly
        open output excWorkFile
    end-if.
    perform snapControls.
    perform loadChains.
    perform loadCession.
    if not restartResume
        set hresOn to true
    end-if.
    move startTier to currentTier.

*> One pass of the input per priority tier: all of tier 1 finishes
*> always has.
tierStart.
    move 0 to tierReadC, tierOkC, tierErrC, tierAbortC.
    move 0 to chainOrdinal.
    move 0 to tierPhysC.
    move "N" to chainCardSw.
    move currentTier to outTierNum.
    write outLine from tierTitleLine after advancing 2 lines.
    if exceptionsOnly
        set excSpooling to true
    end-if.
    open input inputFile.
    if hresOn
        perform openHres
    end-if.

*> The first record of sqrt.dat may be a header card ahead of an
*> optional control card; read it once up front and, if it isn't a
*> the header/control settings are the same ones each time.
readHdrCard.
    read inputFile into lineStruct at end go to tierWrap.
    add 1 to tierPhysC.
    if hdrTag is equal to hdrTagLit
        set hdrPresent to true
        move hdrExpectedCount to expectedRecCount
        read inputFile into lineStruct at end go to tierWrap
        add 1 to tierPhysC
    end-if.

*> The (possibly second) record of sqrt.dat may be a control card
        if ctlRoundSw is equal to "T" or ctlRoundSw is equal to "t"
            move ctlRoundSw to roundMode
        end-if
        move lineStruct to savedCtlCard
        set ctlCardSeen to true
    else
        go to s1Proc
    end-if.
    if stopRequested
        go to quiesce
    end-if.
    if cedeRequested
        go to cedeTail
    end-if.
    read inputFile into lineStruct at end go to tierWrap.
    add 1 to tierPhysC.

s1Proc.
    if trlTag is equal to trlTagLit
        set commentPending to true
        go to s1
    end-if.
*> A group card is administrative too; the group's own result comes
*> from groupPass once every member has had its turn.
    if grpTag is equal to grpTagLit
        go to s1
    end-if.
*> A chain card is held like a comment card and rides with the
*> dependent record it introduces.
    if chnTag is equal to chnTagLit
        add 1 to chainOrdinal
        move lineStruct to pendingChainCard
        set chainCardPending to true
        go to s1
    end-if.
    move "N" to chainChildSw.
    if chainCardPending
        set chainChild to true
        move pendingChainCard to activeChainCard
        move "N" to chainCardSw
    end-if.
*> Dependents wait for the chain pass, once every tier has had its
*> turn at their parents; they are counted there, not here. The
*> chain pass in turn leaves everything but dependents alone.
    if not chainPassOn
        if chainChild
            move "N" to commentPendingSw
            go to s1
        end-if
    else
        if not chainChild
            move "N" to commentPendingSw
            go to s1
        end-if
        perform chainGate
        if chainAct is equal to space
            move "N" to commentPendingSw
            go to s1
        end-if
        move "N" to starvePromotedSw
        move "N" to promiseRaisedSw
        perform findDefer
        go to s1Count
    end-if.
*> Records belonging to another tier are this pass's business to
*> pass over, not to count: their own pass counts them.
    perform rateTier.
    if recTierVal is not equal to currentTier
        go to s1
    end-if.
        subtract 1 from skipCount
        go to s1
    end-if.
*> Past the cession point the rest of tier 3 belongs to the thief.
    if runCeded and currentTier is equal to 3
            and tierBase + tierReadC is not less than cedeAt
        go to tierWrap
    end-if.

s1Count.
    if hresOn and not chainPassOn
        perform stepHres
    end-if.
    add 1 to readCount.
    move 0 to simIterWs.
    move "N" to hasCommentSw.
    if commentPending
        set hasComment to true
    move "R" to srcTallyKind.
    perform tallySource.
    divide readCount by ckpInterval giving ckpDummyQ remainder ckpRem.
*> The chain pass cuts no checkpoints: a restart resumes at the end of
*> the tiers and replays it whole.
    if ckpRem is equal to zero and not chainPassOn
        perform saveCkp
        perform checkStopRequest
        if partitionedRun
            perform checkCedeRequest
        end-if
        if windowManaged and currentTier is equal to 3
                and not deferring
            perform checkWindow
*> higher tiers finished before this pass ever started.
    if deferring
        add 1 to deferredCount
        move "W" to chainOutcome
        perform noteChainParent
*> The ledger carries the streak across runs; the counter stamped
*> on the carried-forward copy just makes it visible to a reader of
*> the pending file.
        perform bumpDefer
        move deferWork to recDeferCt
        perform writePending
        move "D" to simOutcomeWs
        move "WINDOW" to simStatusWs
        perform writeSimRow
        go to s1
    end-if.
*> Anything past the deferral gate actually runs tonight (converge,
*> file's actual rows.
    if recHeld
        add 1 to heldCount
        move "W" to chainOutcome
        perform noteChainParent
        move "H" to simOutcomeWs
        move "HELD" to simStatusWs
        perform writeSimRow
        go to s1
    end-if.
*> The seal is checked on the record exactly as the file holds it,
*> before a chain parent's root or a profile's epsilon is moved in.
    call "sqrtseal" using sealAction, lineStruct, sealRc end-call.
    if sealRc is not equal to 0
        perform chkPage
        add 1 to sealRejCount
        move radicandIn to otZ
        move reasonUnsealed to reasonText
        move spaces to outLine
        move errorMessage to outLine(1:113)
        move "R" to excClass
        perform stampDetail
        perform putDetail
        perform copyCommentToRej
        move lineStruct to rejectRecord
        write rejectRecord
        perform routeReject
        add 1 to errCount
        move "E" to srcTallyKind
        perform tallySource
        move radicandIn to csvRadicandEdit
        move function trim(csvRadicandEdit) to csvRadicandText
        move epsilonIn to csvEpsilonEdit
        move function trim(csvEpsilonEdit) to csvEpsilonText
        move spaces to csvRootText
        move "REJECTED" to csvStatusText
        perform writeCsv
        go to s1
    end-if.
*> A record effective-dated after tonight's run date isn't tonight's
        perform rollEffDate
        if rolledEffDate is greater than runDateRaw
            add 1 to pendingCount
            move "W" to chainOutcome
            perform noteChainParent
            perform writePending
            move "P" to simOutcomeWs
            move "FUTURE" to simStatusWs
            perform writeSimRow
            go to s1
        end-if
    end-if.
*> A dependent takes its parent's root as its radicand; a parent that
*> failed takes its dependents down with it, and one sitting tonight
*> out carries them forward beside it.
    if chainChild
        evaluate chainAct
            when "R"
                go to chainReject
            when "W"
                add 1 to chainWaitCount
                move "W" to chainOutcome
                perform noteChainParent
                perform writePending
                move "D" to simOutcomeWs
                move "CHAIN" to simStatusWs
                perform writeSimRow
                go to s1
            when "P"
                move tPaRoot(tChParentIx(chainIdx)) to radicandIn
        end-evaluate
    end-if.
*> A record referencing a named precision profile takes that
*> profile's epsilon (and, when it carries no cap of its own, the
*> profile's default cap) before any validation sees the fields; a
*> name the profile dataset doesn't know is its own rejection
*> reason, never a silent fallback.
    move spaces to profileApplied.
    move "N" to wideSw.
    if recProfile is not equal to spaces
        perform applyProfile
        if profileApplied is equal to spaces
            move reasonBadProfile to reasonText
            move spaces to outLine
            move errorMessage to outLine(1:113)
            move "R" to excClass
            perform stampDetail
            perform putDetail
            perform copyCommentToRej
            move lineStruct to rejectRecord
            write rejectRecord
        move radicandInAlpha to rawRadicandText
        move spaces to outLine
        move sciNotationMessage to outLine(1:113)
        move "R" to excClass
        perform stampDetail
        perform putDetail
        perform copyCommentToRej
        move lineStruct to rejectRecord
        write rejectRecord
        end-if
        move spaces to outLine
        move errorMessage to outLine(1:113)
        move "R" to excClass
        perform stampDetail
        perform putDetail
        perform copyCommentToRej
        move lineStruct to rejectRecord
        write rejectRecord
    end-if.
    move spaces to outLine
    move errorMessage to outLine(1:113)
    move "R" to excClass
    perform stampDetail
    perform putDetail.
    perform copyCommentToRej.
    move lineStruct to rejectRecord.
    write rejectRecord.
        move recIterCap to effectiveIterCap
    end-if.
    perform findHist.
    if wasHistFound and not wideRecord
        move radicandIn to outZ
        move histLookupRoot to outY
        move histLookupIter to outIter
        compute residual = histLookupRoot * histLookupRoot - radicandIn
        move residual to outResidual
        move "F" to excClass
        if histHitIsDup
            move dupFlagText to outDupFlag
            add 1 to dupCount
            if histHitIsDominated
                move domFlagText to outDupFlag
            else
                move space to excClass
                perform setProfileFlag
            end-if
        end-if
        move spaces to outLine
        move printLine to outLine(1:113)
        perform stampDetail
        perform putDetail
        move radicandIn to resultNum
        move histLookupRoot to resultRoot
        move runSeq to resultRunSeq
        perform tallyHist
        move "C" to auditCacheWs
        perform writeAudit
        perform postResult
        move "C" to chainOutcome
        move histLookupRoot to chainRoot
        perform noteChainParent
        move radicandIn to csvRadicandEdit
        move function trim(csvRadicandEdit) to csvRadicandText
        move epsilonIn to csvEpsilonEdit
    perform checkBudget.
    if budgExhausted
        add 1 to budgetDeferCount
        move "W" to chainOutcome
        perform noteChainParent
        perform writePending
        move "B" to simOutcomeWs
        move "BUDGET" to simStatusWs
        perform writeSimRow
        go to s1
    end-if.
    move 0 to retryStep.
    move "N" to degradedSw.
    move "N" to bisectSw.
    perform computeSeed.
    move "N" to loopDoneSw.
    perform s2 thru e2-exit varying k from 1 by 1
        go to b1Done
    end-if.

*> The cap was hit. The bisection engine gets the first try, at the
*> epsilon the record asked for.
    perform bisectRung.
    if wasBisected
        go to b1Done
    end-if.

*> Bisection could not deliver either. Before giving the record up,
*> walk the retry ladder: relax the working tolerance tenfold per rung (capping at
*> the loosest the V9(9) picture can hold) and re-run the loop from a
*> fresh seed; a rung that converges reports through s2 with the
*> DEGRADED flag and the epsilon that finally worked.
        end-if
        go to bRetry
    end-if.
    compute simIterWs = effectiveIterCap * (retryStep + 1).
    move radicandIn to outpZ.
    move spaces to outLine
    move abortMessage to outLine(1:113)
    move "A" to excClass
    perform stampDetail
    perform putDetail.
    perform copyCommentToRej.
    move lineStruct to rejectRecord.
    write rejectRecord.
e2-exit.
    exit.

*> The bisection rung: bisectroot.cob at the requested epsilon, in
*> the run's rounding mode. The answer comes back with more places
*> than y holds and is brought down to y the same way s2 would.
bisectRung.
    move z to bisInput.
    move diff to bisTol.
    call "bisectroot" using bisInput, bisAnswer, bisIter, bisTol,
        bisStatus, roundMode end-call.
    if bisStatus is not equal to "0"
        exit paragraph
    end-if.
    if truncateRequested
        compute y = function numval(bisAnswer)
    else
        compute y rounded = function numval(bisAnswer)
    end-if.
    move bisIter to loopIter.
    set wasBisected to true.

*> The record converged (first attempt, the bisection rung or a
*> retry rung): report it,
*> feed the machine outputs, and remember the answer.
b1Done.
    if wideRecord
        perform refineWide
    end-if.
    move radicandIn to outZ.
    move y to outY.
    move loopIter to outIter.
    compute residual = y * y - radicandIn.
    move residual to outResidual.
    move space to excClass.
    evaluate true
        when wasBisected
            move bisFlagText to outDupFlag
            add 1 to bisectedCount
        when wasDegraded
            move degFlagText to outDupFlag
            add 1 to degradedCount
            move "G" to excClass
        when other
            perform setProfileFlag
    end-evaluate.
    move spaces to outLine
    move printLine to outLine(1:113)
    perform stampDetail
    perform putDetail.
    if wideRecord
        perform chkPage
        move wideY to outWideY
        move wideResidual to outWideResidual
        move wideIter to outWideIter
        move spaces to outLine
        move wideLine to outLine(1:113)
        perform stampDetail
        perform putDetail
    end-if.
    move radicandIn to resultNum.
    move y to resultRoot.
    move runSeq to resultRunSeq.
        on size error continue
    end-add.
    move loopIter to k.
    move loopIter to simIterWs.
    perform saveHist.
    perform chargeBudget.
    add 1 to okCount.
    perform tallySource.
    move loopIter to tallyIter.
    perform tallyHist.
    evaluate true
        when wasBisected
            move "B" to auditCacheWs
        when wasDegraded
            move "D" to auditCacheWs
        when other
            move space to auditCacheWs
    end-evaluate.
    perform writeAudit.
    perform postResult.
    if wideRecord
        perform writeWide
    end-if.
    move "C" to chainOutcome.
    move y to chainRoot.
    perform noteChainParent.
    move radicandIn to csvRadicandEdit.
    move function trim(csvRadicandEdit) to csvRadicandText.
    move epsilonIn to csvEpsilonEdit.
    move function trim(csvEpsilonEdit) to csvEpsilonText.
    move y to csvRootEdit.
    move function trim(csvRootEdit) to csvRootText.
    evaluate true
        when wasBisected
            move "BISECTED" to csvStatusText
        when wasDegraded
            move "DEGRADED" to csvStatusText
        when other
            move "OK" to csvStatusText
    end-evaluate.
    perform writeCsv.
    go to s1.

        move histLookupIter to outIterImag
        move spaces to outLine
        move imaginaryLine to outLine(1:113)
        move "I" to excClass
        perform stampDetail
        perform putDetail
        add 1 to imaginaryCount
        move "I" to srcTallyKind
        perform tallySource
    if loopConverged
        go to bImagDone
    end-if.
    move effectiveIterCap to simIterWs.
    move radicandIn to outpZ.
    move spaces to outLine
    move abortMessage to outLine(1:113)
    move "A" to excClass
    perform stampDetail
    perform putDetail.
    perform copyCommentToRej.
    move lineStruct to rejectRecord.
    write rejectRecord.
    move loopIter to outIterImag.
    move spaces to outLine
    move imaginaryLine to outLine(1:113)
    move "I" to excClass
    perform stampDetail
    perform putDetail.
    add 1 to imaginaryCount.
    move "F" to chainOutcome.
    perform noteChainParent.
    move "I" to srcTallyKind.
    perform tallySource.
    move loopIter to k.
    move loopIter to simIterWs.
    perform saveHist.
    perform writeCplx.
    move radicandIn to csvRadicandEdit.
    move 0 to lineCount.

chkPage.
    if excSpooling
        exit paragraph
    end-if.
    add 1 to lineCount.
    if lineCount is greater than linesPerPage
        perform hdr
        if hdrPresent and expectedRecCount is not equal to actualRecCount
            set reconcileMismatch to true
        end-if
        if actualRecCount is not equal to readCount + cedeTailCount
            set reconcileMismatch to true
        end-if
    end-if.
    write outLine from trailerLine12 after advancing 1 line.
    move deferredCount to outDeferredCount.
    write outLine from trailerLine13 after advancing 1 line.
    move wideCount to outWideCount.
    write outLine from trailerLine14 after advancing 1 line.
    move groupCount to outGroupCount.
    write outLine from trailerLine15 after advancing 1 line.
    move chainRejCount to outChainRej.
    write outLine from trailerLine16 after advancing 1 line.
    move chainWaitCount to outChainWait.
    write outLine from trailerLine17 after advancing 1 line.
    move sealRejCount to outSealRej.
    write outLine from trailerLine18 after advancing 1 line.
    if earlyStopped
        write outLine from earlyStopLine after advancing 1 line
    end-if.
    move recSerial to auditSerial.
    move recTierVal to auditTier.
    move profileApplied to auditProfile.
    evaluate true
        when promiseRaised
            move "S" to auditPromo
        when starvePromoted
            move "P" to auditPromo
        when other
            move space to auditPromo
    end-evaluate.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into auditTimestamp
    end-add.
    write auditRecord.

*> Posts the answer just written to sqrt.out onto the keyed results
*> master (a partition queues it on its delta for sqrtmerge). A
*> result with no serial has no key and stays on sqrt.out alone. A
*> master that can't be updated costs the lookups their shortcut,
*> not the run its answers: it is reported once and the run goes on.
postResult.
    if recSerial is equal to spaces or simulating
        exit paragraph
    end-if.
    move spaces to omsRecord.
    move recSerial to omsSerial.
    move resultNum to omsRadicand.
    move resultRoot to omsRoot.
    move auditRunIdWs to omsRunId.
    move runSeq to omsRunSeq.
    move recSource to omsSource.
    move recDept to omsDept.
    move auditCacheWs to omsCache.
    move wsDateTime(1:14) to omsPosted.
    if partitionedRun
        write omDeltaRecord from omsRecord
        exit paragraph
    end-if.
    move "P" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if omsRc is equal to 8 and not omsWarned
        set omsWarned to true
        display "SQRT: results master sqrt.out.ksds cannot be "
            "updated -- answers stay on sqrt.out only"
    end-if.

*> Closes the run's audit rows out with one trailer row carrying the
*> run's record count and control totals, so a row deleted from or
*> inserted into the file afterwards no longer balances.
            on size error continue
        end-add
    end-if.
*> Every record that ran tonight reaches sqrt.csv, so its outcome is
*> traced from here.
    if csvStatusText is equal to "REJECTED"
            or csvStatusText is equal to "ABORTED"
        move "R" to simOutcomeWs
    else
        move "A" to simOutcomeWs
    end-if.
    move csvStatusText to simStatusWs.
    perform writeSimRow.

*> Appends one machine-readable complex row for the imaginary-mode
*> result just reported; y holds the magnitude at both call sites
    move y to cplxImag.
    write cplxRecord.

*> Carries a converged extended-precision record on from its 6-place
*> root at 20 decimal places until two successive estimates agree to
*> the profile's epsilon (relative, the same test s2 applies), then
*> measures the residual at that width. The iterations count toward
*> the record's total, since they are work the record asked for.
refineWide.
    move y to wideX.
    if wideX is equal to zero
        move radicandIn to wideX
    end-if.
    move 0 to wideIter.
    move "N" to wideDoneSw.
    if wideX is not equal to zero
        perform rfw1 thru rfw1-exit
            until wideConverged or wideIter is not less than wideCap
    end-if.
    move wideX to wideY.
    compute wideResidual = wideY * wideY - radicandIn
        on size error move 0 to wideResidual
    end-compute.
    add wideIter to loopIter
        on size error continue
    end-add.

rfw1.
    add 1 to wideIter.
    if truncateRequested
        compute wideY = 0.5 * (wideX + radicandIn / wideX)
    else
        compute wideY rounded = 0.5 * (wideX + radicandIn / wideX)
    end-if.
    subtract wideX from wideY giving wideDelta.
    if wideDelta is less than zero
        compute wideDelta = - wideDelta
    end-if.
    move wideY to wideX.
    if wideDelta / (wideY + wideY) is not greater than wideEps
        set wideConverged to true
    end-if.

rfw1-exit.
    exit.

*> Writes the extended result and its audit row, the latter under the
*> run id and sequence number of the sqrt.audit row just written for
*> the same record so the two trails join one-for-one.
writeWide.
    if not xFilesOpen
        open extend xResultFile
        if xResStatus is equal to "35"
            open output xResultFile
        end-if
        open extend xAuditFile
        if xAuditStatus is equal to "35"
            open output xAuditFile
        end-if
        set xFilesOpen to true
    end-if.
    move spaces to xResultRecord.
    move radicandIn to xResultNum.
    move wideY to xResultRoot.
    move runSeq to xResultRunSeq.
    move recSerial to xResultSerial.
    move recSource to xResultSource.
    move recDept to xResultDept.
    move profileApplied to xResultProfile.
    move auditRunIdWs to xResultRunId.
    move auditSeqNum to xResultSeq.
    write xResultRecord.
    move spaces to xAuditRecord.
    move auditRunIdWs to xAuditRunId.
    move auditSeqNum to xAuditSeq.
    move "X" to xAuditRecType.
    move radicandIn to xAuditRadicand.
    move wideEps to xAuditEpsilon.
    move wideY to xAuditRoot.
    move wideResidual to xAuditResidual.
    move loopIter to xAuditIter.
    move recSerial to xAuditSerial.
    move profileApplied to xAuditProfile.
    move auditTimestamp to xAuditTimestamp.
    write xAuditRecord.
    add 1 to wideCount.
    add wideY to wideRootSum
        on size error continue
    end-add.

*> Seals the run's sqrt.xaudit group the way writeAuditTrailer seals
*> sqrt.audit's; a run with no extended records wrote no group.
writeWideTrailer.
    if not xFilesOpen
        exit paragraph
    end-if.
    move function current-date to wsDateTime.
    move spaces to xAuditTrailerRec.
    move auditRunIdWs to xAudTrlRunId.
    move auditSeqNum to xAudTrlSeq.
    move "T" to xAudTrlRecType.
    move wideCount to xAudTrlCount.
    move wideRootSum to xAudTrlRootSum.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into xAudTrlTimestamp
    end-string.
    write xAuditTrailerRec.

*> Closing pass over the input for its GRP1 groups: each group's
*> members are gathered in file order (the tiers, a restart and the
*> window all reorder or split the processing, never the file), and
*> the group's statistic is reported, written to sqrt.grp and
*> audited as a "G" row. A quiesced run leaves this to its resume.
groupPass.
    move "N" to gpEofSw.
    move "N" to gpOpenSw.
    open input inputFile.
    if inputFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform gp1 thru gp1-exit until gpAtEof.
    close inputFile.
    if gpGroupOpen
        set gpShort to true
        perform closeGroup
    end-if.

gp1.
    read inputFile into lineStruct at end set gpAtEof to true
    end-read.
    if gpAtEof
        go to gp1-exit
    end-if.
    if trlTag is equal to trlTagLit
        set gpAtEof to true
        go to gp1-exit
    end-if.
    if grpTag is equal to grpTagLit
        perform groupCard
        go to gp1-exit
    end-if.
    if chnTag is equal to chnTagLit
        move chnParent to gpChainParent
        set gpChainNext to true
        go to gp1-exit
    end-if.
    if hdrTag is equal to hdrTagLit or ctlTag is equal to ctlTagLit
            or cmtTag is equal to cmtTagLit
        go to gp1-exit
    end-if.
    move "N" to gpChainedSw.
    if gpChainNext
        set gpChained to true
        move "N" to gpChainNextSw
    end-if.
    if not gpGroupOpen
        go to gp1-exit
    end-if.
*> A member sitting out tonight (held, or dated past the run) or one
*> whose radicand can't be read leaves the group's figure short of
*> its own definition, so the group is reported incomplete instead.
*> A dependent member's value is its parent's root, so it counts only
*> once that parent has converged.
    add 1 to gpCount.
    if recHeld
        set gpShort to true
        go to gp1-exit
    end-if.
    if gpChained
        move gpChainParent to chainSerialWs
        perform findParent
        if parentIdx is equal to zero
            set gpShort to true
            go to gp1-exit
        end-if
        if tPaState(parentIdx) is not equal to "C"
            set gpShort to true
            go to gp1-exit
        end-if
        move tPaRoot(parentIdx) to radicandIn
    end-if.
    if radicandInAlpha(2:21) is not numeric
        set gpShort to true
        go to gp1-exit
    end-if.
    if recEffDate is numeric and recEffDate is greater than zero
        perform rollEffDate
        if rolledEffDate is greater than runDateRaw
            set gpShort to true
            go to gp1-exit
        end-if
    end-if.
    add radicandIn to gpSum
        on size error set gpUndefined to true
    end-add.
    compute gpSumSq = gpSumSq + radicandIn * radicandIn
        on size error set gpUndefined to true
    end-compute.
    if radicandIn is greater than zero
        compute gpSumLn = gpSumLn + function log(radicandIn)
            on size error set gpUndefined to true
        end-compute
    else
        if gpGeom
            set gpUndefined to true
        end-if
    end-if.

gp1-exit.
    exit.

*> An opening card starts a group (closing any group left open
*> without its END card as incomplete); the matching END card
*> closes it. An END card for some other id is ignored.
groupCard.
    if grpStat is equal to "END "
        if gpGroupOpen and grpId is equal to gpId
            perform closeGroup
        end-if
        exit paragraph
    end-if.
    if gpGroupOpen
        set gpShort to true
        perform closeGroup
    end-if.
    set gpGroupOpen to true.
    move grpId to gpId.
    move grpStat to gpStat.
    move "N" to gpShortSw.
    move "N" to gpUndefSw.
    move 0 to gpCount, gpSum, gpSumSq, gpSumLn, gpIterCount.
    if not gpRms and not gpStdv and not gpGeom
        set gpUndefined to true
    end-if.

*> Works the open group's statistic out of its accumulated sums,
*> then reports, files and audits the result.
closeGroup.
    move "N" to gpOpenSw.
    move 0 to gpResult, gpMean, gpRadicand, gpIterCount.
    if gpCount is equal to zero
        set gpShort to true
    end-if.
    if not gpShort
        compute gpMean = gpSum / gpCount
            on size error set gpUndefined to true
        end-compute
    end-if.
    if gpShort
        move "I" to gpStatus
    else
        if gpUndefined
            move "U" to gpStatus
        else
            move "C" to gpStatus
            perform computeGroupStat
        end-if
    end-if.
    add 1 to groupCount.
    if groupCount is equal to 1
        perform chkPage
        write outLine from groupTitleLine after advancing 2 lines
    end-if.
    perform chkPage.
    move gpId to outGrpId.
    move gpStat to outGrpStat.
    move gpCount to outGrpCount.
    move gpResult to outGrpValue.
    if gpStatus is equal to "C"
        move grpFlagDone to outGrpFlag
    else
        if gpStatus is equal to "I"
            move grpFlagShort to outGrpFlag
        else
            move grpFlagUndef to outGrpFlag
        end-if
    end-if.
    move spaces to outLine.
    move groupLine to outLine(1:113).
    write outLine after advancing 1 line.
    perform writeGroupAudit.
    if not grpFileOpen
        open extend groupFile
        if grpFileStatus is equal to "35"
            open output groupFile
        end-if
        set grpFileOpen to true
    end-if.
    move spaces to groupResultRecord.
    move gpId to grpResId.
    move gpStat to grpResStat.
    move gpStatus to grpResStatus.
    move gpCount to grpResMembers.
    move gpResult to grpResValue.
    move gpMean to grpResMean.
    move runSeq to grpResRunSeq.
    move auditRunIdWs to grpResRunId.
    move auditSeqNum to grpResSeq.
    write groupResultRecord.

*> RMS is the root of the mean square and STDV the root of the mean
*> square less the squared mean, both taken through the shared
*> squareroot routine; GEOM is the exponential of the mean log. A
*> zero radicand has a zero root without asking the routine.
computeGroupStat.
    if gpGeom
        compute gpResult rounded = function exp(gpSumLn / gpCount)
            on size error move "U" to gpStatus
        end-compute
        exit paragraph
    end-if.
    compute gpRadicand = gpSumSq / gpCount
        on size error move "U" to gpStatus
    end-compute.
    if gpStdv
        compute gpRadicand = gpRadicand - gpMean * gpMean
            on size error move "U" to gpStatus
        end-compute
        if gpRadicand is less than zero
            move 0 to gpRadicand
        end-if
    end-if.
    if gpStatus is not equal to "C" or gpRadicand is equal to zero
        exit paragraph
    end-if.
    if gpRadicand is greater than 99999999999999999999
        move "U" to gpStatus
        exit paragraph
    end-if.
    move gpRadicand to gpInput.
    call "squareroot" using gpInput, gpAnswer, gpIterCount,
        gpTolerance, gpStatusCode, roundMode end-call.
    if gpStatusCode is not equal to "0"
        move "U" to gpStatus
        exit paragraph
    end-if.
    compute gpResult rounded = function numval(gpAnswer)
        on size error move "U" to gpStatus
    end-compute.
    if gpStatus is not equal to "C"
        move 0 to gpResult
    end-if.

*> The group's "G" row on sqrt.audit, inside the run's own group so
*> the trailer's count and sums cover it: the value the root was
*> taken of (zero for a geometric mean, which has none, or when it
*> outgrows the radicand field), the group result, and the group id
*> where a detail row carries its profile.
writeGroupAudit.
    move function current-date to wsDateTime.
    move spaces to auditRecord.
    move auditRunIdWs to auditRunId.
    add 1 to auditSeqNum.
    move auditSeqNum to auditSeq.
    move "G" to auditRecType.
    move 0 to auditRadicand.
    if gpStatus is equal to "C" and not gpGeom
            and gpRadicand is not greater than 999999999999999.999999
        move gpRadicand to auditRadicand
    end-if.
    move gpTolerance to auditEpsilon.
    move gpResult to auditRoot.
    move gpIterCount to auditIter.
    move runSeq to auditRunSeq.
    move gpId to auditProfile.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into auditTimestamp
    end-string.
    add auditRoot to auditRootSum
        on size error continue
    end-add.
    add auditIter to auditIterSum
        on size error continue
    end-add.
    write auditRecord.

*> ------------------------Chained Records-------------------------------

*> Seats every parent the input's chain cards name; a second read
*> then keeps each parent's own record image for the restart
*> fallback. A file with no chain cards costs one quick read.
loadChains.
    move 0 to chainCount, parentCount, chainOrdinal.
    open input inputFile.
    if inputFileStatus is not equal to "00"
        exit paragraph
    end-if.
    move "N" to chEofSw.
    perform lch1 thru lch1-exit until chAtEof.
    close inputFile.
    if chainOrdinal is greater than chainCount
        display "SQRT: " chainOrdinal " chain cards exceed the "
            chainMax "-entry chain table; the excess reject unresolved"
    end-if.
    if parentCount is equal to zero
        exit paragraph
    end-if.
    open input inputFile.
    move "N" to chEofSw.
    move "N" to chainCardSw.
    perform lch2 thru lch2-exit until chAtEof.
    close inputFile.
    move "N" to chainCardSw.
    move 0 to chainOrdinal.

lch1.
    read inputFile into lineStruct at end set chAtEof to true
    end-read.
    if not chAtEof and grpTag is equal to grpTagLit
        add 1 to groupCardCount
    end-if.
    if chAtEof or chnTag is not equal to chnTagLit
        go to lch1-exit
    end-if.
    add 1 to chainOrdinal.
    if chainCount is not less than chainMax
        go to lch1-exit
    end-if.
    add 1 to chainCount.
    move chnParent to chainSerialWs.
    perform findParent.
    if parentIdx is equal to zero
        add 1 to parentCount
        move parentCount to parentIdx
        move chainSerialWs to tPaSerial(parentIdx)
        move space to tPaState(parentIdx)
        move 0 to tPaRoot(parentIdx)
        move spaces to tPaImage(parentIdx)
    end-if.
    move parentIdx to tChParentIx(chainCount).
    move "N" to tChDone(chainCount).

lch1-exit.
    exit.

*> A parent that is itself a dependent keeps no image: its own
*> radicand field means nothing, and the chain pass reruns it anyway.
lch2.
    read inputFile into lineStruct at end set chAtEof to true
    end-read.
    if chAtEof
        go to lch2-exit
    end-if.
    if chnTag is equal to chnTagLit
        set chainCardPending to true
        go to lch2-exit
    end-if.
    if hdrTag is equal to hdrTagLit or ctlTag is equal to ctlTagLit
            or trlTag is equal to trlTagLit
            or cmtTag is equal to cmtTagLit
            or grpTag is equal to grpTagLit
        go to lch2-exit
    end-if.
    if chainCardPending
        move "N" to chainCardSw
        go to lch2-exit
    end-if.
    if recSerial is equal to spaces
        go to lch2-exit
    end-if.
    move recSerial to chainSerialWs.
    perform findParent.
    if parentIdx is greater than zero
        move lineStruct to tPaImage(parentIdx)
    end-if.

lch2-exit.
    exit.

findParent.
    perform varying parentIdx from 1 by 1
            until parentIdx is greater than parentCount
                or tPaSerial(parentIdx) is equal to chainSerialWs
        continue
    end-perform.
    if parentIdx is greater than parentCount
        move 0 to parentIdx
    end-if.

*> Notes the outcome the caller set in chainOutcome (and, on a
*> convergence, chainRoot) against the record in hand, when some
*> dependent names it as its parent.
noteChainParent.
    if parentCount is equal to zero or recSerial is equal to spaces
        exit paragraph
    end-if.
    move recSerial to chainSerialWs.
    perform findParent.
    if parentIdx is equal to zero
        exit paragraph
    end-if.
    move chainOutcome to tPaState(parentIdx).
    if chainOutcome is equal to "C"
        move chainRoot to tPaRoot(parentIdx)
    end-if.

*> Decides what the chain pass does with the dependent in hand (see
*> chainAct); a space leaves it for a later sweep. Held and future-
*> dated dependents go their usual way whatever their parent did.
chainGate.
    move space to chainAct.
    move space to chainRejState.
    move chainOrdinal to chainIdx.
    if chainIdx is greater than chainCount
        if chainFinalSweep
            move "R" to chainAct
            move "U" to chainRejState
        end-if
        exit paragraph
    end-if.
    if tChDone(chainIdx) is equal to "Y"
        exit paragraph
    end-if.
    if recHeld
        move "N" to chainAct
    else
        if recEffDate is numeric and recEffDate is greater than zero
            perform rollEffDate
            if rolledEffDate is greater than runDateRaw
                move "N" to chainAct
            end-if
        end-if
    end-if.
    if chainAct is equal to space
        move tChParentIx(chainIdx) to parentIdx
        evaluate tPaState(parentIdx)
            when "C"
                move "P" to chainAct
                move "C" to chainRejState
            when "F"
                move "R" to chainAct
                move "F" to chainRejState
            when "W"
                move "W" to chainAct
            when other
                if chainFinalSweep
                    move "R" to chainAct
                    move "U" to chainRejState
                end-if
        end-evaluate
    end-if.
    if chainAct is not equal to space
        move "Y" to tChDone(chainIdx)
        set chainProgress to true
    end-if.

*> A parent on the input whose outcome this attempt never saw was
*> processed before the restart point; if it converged, the history
*> master holds the root under the parent's own radicand and epsilon.
resolveFromHist.
    if tPaState(parentIdx) is not equal to space
            or tPaImage(parentIdx) is equal to spaces
        exit paragraph
    end-if.
    move tPaImage(parentIdx) to lineStruct.
    if radicandInAlpha(2:21) is not numeric
        exit paragraph
    end-if.
    if recProfile is not equal to spaces
        perform applyProfile
    end-if.
    if overrideEpsOn
        move overrideEps to epsilonIn
    end-if.
    perform findHist.
    if wasHistFound
        move "C" to tPaState(parentIdx)
        move histLookupRoot to tPaRoot(parentIdx)
    end-if.
    move spaces to profileApplied.
    move "N" to wideSw.

*> A carried-forward dependent keeps its chain card in front of it,
*> so the pending file reads the way the master does.
writePending.
    if chainChild
        write pendingRecord from activeChainCard
    end-if.
    write pendingRecord from lineStruct.

*> The reject's comment context rides ahead of its record in the
*> combined sqrt.rej, so the workbench can say why the record
*> existed; the per-source routed copies stay bare records, the
*> layout their upstreams expect back.
copyCommentToRej.
    if hasComment
        move spaces to rejectRecord
        string cmtTagLit activeComment
            delimited by size into rejectRecord
        end-string
        write rejectRecord
    end-if.
*> A dependent's chain card rides along the same way, stamped with
*> what became of its parent, so the workbench and the root-cause
*> analytics can tell a dependent orphaned by its parent from one
*> that failed on its own fields.
    if chainChild
        move activeChainCard to rejectRecord
        move chainRejState to rejectRecord(12:1)
        write rejectRecord
    end-if.

*> Routes a copy of the reject just written to its own source's
*> reject file, so each upstream team gets back exactly its own
*> garbage; a sourceless record has nowhere extra to go.
routeReject.
*> Every reject and abort passes through here, which makes it the one
*> place a chain parent's failure is noted for its dependents.
    move "F" to chainOutcome.
    perform noteChainParent.
    if recSource is equal to spaces
        exit paragraph
    end-if.
*> A partitioned step leaves per-source routing to the merge: the
*> source code rides in the reject record itself, so sqrtmerge routes
*> the folded sqrt.rej rows into the canonical per-source files once,
*> with no shared appends and no per-partition fan of source files.
*> A simulation's rejects stay on its own reject file.
    if partitionedRun or simulating
        exit paragraph
    end-if.
    move spaces to rejSrcFname.
    string "sqrt.rej." recSource
        delimited by size into rejSrcFname
    end-string.
    open extend rejSrcFile.
    if rejSrcStatus is equal to "35"
        open output rejSrcFile
    end-if.
    write rejSrcRecord from lineStruct.
    close rejSrcFile.

*> Finds (or seats) the current record's source-system code in the
*> per-source table and bumps the counter the caller picked via
*> srcTallyKind -- the same caller-sets-the-fields convention
*> writeAudit and writeCsv already follow.
tallySource.
*> The tier subtotals ride the same four tally points the per-source
*> totals do, so they're bumped here before the source-table logic
*> (which can bow out when its table is full).
    evaluate srcTallyKind
        when "R" add 1 to tierReadC
        when "O" add 1 to tierOkC
        when "E" add 1 to tierErrC
        when "A" add 1 to tierAbortC
    end-evaluate.
    move recSource to srcWork.
    if srcWork is equal to spaces
        move "---" to srcWork
    end-if.
    perform varying srcIdx from 1 by 1
            until srcIdx is greater than srcCount
                or srcCode(srcIdx) is equal to srcWork
        continue
    end-perform.
    if srcIdx is greater than srcCount
        if srcCount is greater than or equal to srcMax
            exit paragraph
        end-if
        add 1 to srcCount
        move srcWork to srcCode(srcCount)
        move 0 to srcRead(srcCount), srcOk(srcCount),
            srcErr(srcCount), srcAbort(srcCount), srcImag(srcCount)
        move srcCount to srcIdx
    end-if.
    evaluate srcTallyKind
        when "R" add 1 to srcRead(srcIdx)
        when "O" add 1 to srcOk(srcIdx)
        when "E" add 1 to srcErr(srcIdx)
        when "A" add 1 to srcAbort(srcIdx)
        when "I" add 1 to srcImag(srcIdx)
    end-evaluate.

st1.
    move srcCode(srcIdx) to regSrcCode.
    call "sqrtsrcr" using regSrcCode, regSrcName, regSrcTeam,
        regSrcContact, regSrcVolLo, regSrcVolHi, regSrcRc end-call.
    move regSrcName to outSrcName.
    move srcCode(srcIdx) to outSrcCode.
    move srcRead(srcIdx) to outSrcRead.
    move imaginaryModeSw to parmApplied.
    perform noteParm.

    move "SQRT_EXCEPTIONS_ONLY" to parmKey.
    perform getParm.
    if parmValue(1:1) is equal to "Y" or parmValue(1:1) is equal to "y"
        set exceptionsOnly to true
        move "EXCEPTIONS ONLY" to outDetailMode
    end-if.
    move excOnlySw to parmApplied.
    perform noteParm.

    move "SQRT_ROUND_MODE" to parmKey.
    perform getParm.
    move parmValue(1:1) to roundMode.
        string "sqrt.cpx.p" partitionId
            delimited by size into cplxFname
        end-string
        string "sqrt.xout.p" partitionId
            delimited by size into xResFname
        end-string
        string "sqrt.xaudit.p" partitionId
            delimited by size into xAuditFname
        end-string
        string "sqrt.grp.p" partitionId
            delimited by size into grpFname
        end-string
        string "sqrt.cede.p" partitionId
            delimited by size into cedeFname
        end-string
        string "sqrt.exc.wrk.p" partitionId
            delimited by size into excFname
        end-string
    end-if.
    move partitionId to parmApplied.
    perform noteParm.

*> A simulation is never a partition step: it runs the whole input
*> under its own names, so it can sit beside production.
    move "SQRT_SIMULATE" to parmKey.
    perform getParm.
    move parmValue(1:8) to simLabel.
    if simLabel is not equal to spaces
        set simulating to true
        move "N" to partitionedSw
        move spaces to partitionId
        move spaces to simSuffix
        perform nameSimFile
        move simName to simFname
        move "rpt" to simSuffix
        perform nameSimFile
        move simName to rptDest
        move "rej" to simSuffix
        perform nameSimFile
        move simName to rejFname
        move "out" to simSuffix
        perform nameSimFile
        move simName to resFname
        move "audit" to simSuffix
        perform nameSimFile
        move simName to auditFname
        move "csv" to simSuffix
        perform nameSimFile
        move simName to csvFname
        move "stats" to simSuffix
        perform nameSimFile
        move simName to statsFname
        move "pend" to simSuffix
        perform nameSimFile
        move simName to pendFname
        move "runctl" to simSuffix
        perform nameSimFile
        move simName to runCtlFname
        move "cpx" to simSuffix
        perform nameSimFile
        move simName to cplxFname
        move "xout" to simSuffix
        perform nameSimFile
        move simName to xResFname
        move "xaudit" to simSuffix
        perform nameSimFile
        move simName to xAuditFname
        move "grp" to simSuffix
        perform nameSimFile
        move simName to grpFname
        move "exc.wrk" to simSuffix
        perform nameSimFile
        move simName to excFname
        move "ckp" to simSuffix
        perform nameSimFile
        move simName to ckpFname
        move "ckp.a" to simSuffix
        perform nameSimFile
        move "ckp.b" to simSuffix
        perform nameSimFile
        move "sum" to simSuffix
        perform nameSimFile
        move "sumr" to simSuffix
        perform nameSimFile
    end-if.
    move simLabel to parmApplied.
    perform noteParm.
    if simulating
        move "SQRT_SIM_START" to parmKey
        perform getParm
        if parmValue(1:4) is numeric
                and parmValue(1:2) is less than "24"
                and parmValue(3:2) is less than "60"
            move parmValue(1:4) to simStartRaw
        end-if
        compute simStartSecs =
            function numval(simStartRaw(1:2)) * 3600
            + function numval(simStartRaw(3:2)) * 60
        move simStartRaw to parmApplied
        perform noteParm
        move "SQRT_FCST_ITER_PER_SEC" to parmKey
        perform getParm
        if parmValue is not equal to spaces
                and function test-numval(parmValue) is equal to 0
            if function numval(parmValue) is greater than zero
                move function numval(parmValue) to simIterPerSec
            end-if
        end-if
        move simIterPerSec to parmApplied
        perform noteParm
    end-if.

*> A partition reads the work file sqrtsplit cut beside its input.
    move "SQRT_HRES_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to hresFname
    end-if.
    if partitionedRun
        move spaces to hresPartFname
        string function trim(hresFname) ".p" partitionId
            delimited by size into hresPartFname
        end-string
        move hresPartFname to hresFname
    end-if.
    move hresFname to parmApplied.
    perform noteParm.

    move "SQRT_STEAL_MIN" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        move function numval(parmValue) to stealMin
    end-if.
    move stealMin to parmApplied.
    perform noteParm.

    accept runDateRaw from date yyyymmdd.
    accept runTimeRaw from time.
*> A simulation runs as of its start time's next occurrence.
    if simulating
        if simStartSecs is less than
                function numval(runTimeRaw(1:2)) * 3600
                + function numval(runTimeRaw(3:2)) * 60
            compute simDateInt =
                function integer-of-date(function numval(runDateRaw))
                + 1
            move function date-of-integer(simDateInt) to runDateRaw
        end-if
        move simStartRaw to runTimeRaw(1:4)
        move "00" to runTimeRaw(5:2)
    end-if.
    string runDateRaw(5:2) "/" runDateRaw(7:2) "/" runDateRaw(1:4)
        delimited by size into outRunDate
    end-string.
    move runStamp to auditRunIdWs.
    move pgmRevision to outPgmRevision.

*> sqrt.sim.<label>[.<simSuffix>] into simName, with whatever an
*> earlier simulation under the same label left there removed.
nameSimFile.
    move spaces to simName.
    if simSuffix is equal to spaces
        string "sqrt.sim." function trim(simLabel)
            delimited by size into simName
        end-string
    else
        string "sqrt.sim." function trim(simLabel) "."
            function trim(simSuffix)
            delimited by size into simName
        end-string
    end-if.
    call "CBL_DELETE_FILE" using simName returning simCblRc
    end-call.

*> One resolution through the shared routine; the caller sets parmKey
*> first and reads parmValue/parmSource back.
getParm.
*> and where each value came from.
writeEffParms.
    write outLine from effTitleLine after advancing 2 lines.
    if not simulating
        open output usedParmFile
    end-if.
    perform wep1 thru wep1-exit
        varying effIdx from 1 by 1 until effIdx is greater than effCount.
    if not simulating
        close usedParmFile
    end-if.
    move spaces to outLine.
    write outLine after advancing 1 line.

    move effValue(effIdx) to outEffValue.
    move effSource(effIdx) to outEffSource.
    write outLine from effDetailLine after advancing 1 line.
    if simulating
        go to wep1-exit
    end-if.
    move spaces to usedParmRecord.
    move effKey(effIdx) to upKey.
    move effValue(effIdx) to upValue.
    move effSource(effIdx) to upSource.
wep1-exit.
    exit.

*> Snapshot the control set, sqrt.parm.used included, now that the
*> run has resolved everything it reads. A snapshot that can't be
*> written costs the run nothing but its replay.
snapControls.
    if simulating
        exit paragraph
    end-if.
    move "T" to csAction.
    call "sqrtcsnp" using csAction, runStamp, csTarget, csEnv, csCount,
        csRc
    end-call.
    if csRc is not equal to 0
        display "SQRT: control-set snapshot for run " runStamp
            " could not be written (rc " csRc ")"
    end-if.

*> Looks for a checkpoint left by a prior, abended run of this job and,
*> if it's still mid-run ('R'), works out how many leading records to
*> skip on this restart so already-processed rows aren't redone.
*> already carrying this run's own stamp was written or hit earlier
*> in this same run, so the caller reports it as a duplicate; either
*> way the row is re-stamped so housekeeping can see it's still
*> earning its keep. When the resolution work file already holds the
*> answer the master is not read at all, only re-stamped: a keyed
*> REWRITE finds its row without one.
findHist.
    move "N" to histFound.
    move "N" to histDupSw.
    if not histUsable
        exit paragraph
    end-if.
    move "N" to hresAnsweredSw.
    if hresOn
        perform lookupHres
    end-if.
    if not hresAnswered
        move radicandIn to histRadicand
        move epsilonIn to histEpsilon
        read historyFile key is histKey
            invalid key perform findHistDominated
            not invalid key move "Y" to histFound
        end-read
    end-if.
    if wasHistFound
        move histRoot to histLookupRoot
        move histIter to histLookupIter
        move histRunStamp to histPriorStamp
        if not partitionedRun and not simulating
            if histRunStamp is equal to runStamp
                set histHitIsDup to true
            else
                move "R" to histBimgAction
                perform journalHist
            end-if
            move runStamp to histRunStamp
            rewrite histRecord
            end-read
    end-start.

*> Each tier pass reads the work file from the top alongside the
*> input. One that isn't today's, or wasn't cut from this input, is
*> set aside for the whole run and every lookup reads the master.
openHres.
    move "O" to hrlAction.
    move fname to hrlInput.
    perform callHrlk.
    if hrlRc is not equal to 0
        move "N" to hresSw
        display "SQRT: no usable " function trim(hresFname)
            " for " function trim(fname)
            " -- history read record by record"
    end-if.

*> Steps the work file to the record just counted, while its
*> radicand and epsilon are still the ones the file carries.
stepHres.
    move "S" to hrlAction.
    move tierPhysC to hrlSeq.
    move radicandIn to hrlRadicand.
    move epsilonIn to hrlEpsilon.
    perform callHrlk.

*> The work file's answer for the record at the epsilon it will run
*> at; a row for the exact pair or a tighter one comes back in
*> histRecord just as the keyed read would have left it.
lookupHres.
    move "L" to hrlAction.
    move radicandIn to hrlRadicand.
    move epsilonIn to hrlEpsilon.
    perform callHrlk.
    evaluate hrlRc
        when 0
            move "Y" to histFound
            set hresAnswered to true
        when 1
            move "Y" to histFound
            set histHitIsDominated to true
            set hresAnswered to true
        when 2
            set hresAnswered to true
    end-evaluate.

callHrlk.
    call "sqrthrlk" using hrlAction, hresFname, hrlInput, hrlSeq,
        hrlRadicand, hrlEpsilon, histRecord, hrlRc
    end-call.

*> Adds a freshly-converged radicand/epsilon pair to the keyed
*> history master so later records in this run, and every run after
*> it, can look the answer up instead of re-iterating. A key
*> collision just refreshes the row in place.
saveHist.
    if simulating
        exit paragraph
    end-if.
    if partitionedRun
        move radicandIn to histDelRadicand
        move epsilonIn to histDelEpsilon
    move k to histIter.
    move runStamp to histRunStamp.
    write histRecord
        invalid key perform saveHistReplace
        not invalid key
            move "A" to histBimgAction
            perform journalHist
    end-write.

*> The pair is already on the master: the row as it stands is read
*> back first so its before-image can be journaled (unless this run
*> wrote it already), then refreshed in place.
saveHistReplace.
    read historyFile key is histKey
        invalid key continue
    end-read.
    if histRunStamp is not equal to runStamp
        move "R" to histBimgAction
        perform journalHist
    end-if.
    move radicandIn to histRadicand.
    move epsilonIn to histEpsilon.
    move y to histRoot.
    move k to histIter.
    move runStamp to histRunStamp.
    rewrite histRecord.

*> One before-image row: "R" carries the replaced row as it stood,
*> "A" the key of a row this run added. A row already carrying this
*> run's stamp was journaled on its first touch, so each key appears
*> once per run and a backout can apply the journal front to back.
journalHist.
    if not histBimgOpen
        open extend histBimgFile
        if histBimgStatus is equal to "35"
            open output histBimgFile
        end-if
        set histBimgOpen to true
    end-if.
    move spaces to histBimgRecord.
    move runStamp to hbRunId.
    move histBimgAction to hbAction.
    move histRecord to hbImage.
    write histBimgRecord.

*> End of one tier's pass: close the input (the next tier re-reads it
*> from the top), print the tier's subtotals, and roll its work into
*> the completed-tiers total the checkpoint carries.
tierWrap.
    close inputFile.
    if hresOn
        move "C" to hrlAction
        perform callHrlk
    end-if.
    if chainPassOn
        go to chainWrap
    end-if.
    move tierReadC to outTierRead.
    move tierOkC to outTierOk.
    move tierErrC to outTierErr.
    move tierAbortC to outTierAbort.
    perform flushExceptions.
    write outLine from tierSubLine after advancing 1 line.
    if runCeded and currentTier is equal to 3
        move cedeThief to outCedeThief
        move cedeAt to outCedeAt
        move cedeTailCount to outCedeTail
        write outLine from cedeLine after advancing 1 line
    end-if.
    compute donePrior = donePrior + tierBase + tierReadC.
    move 0 to tierBase.
    move 0 to skipCount.
    if currentTier is less than or equal to 3
        go to tierStart
    end-if.
    if chainCount is greater than zero
        go to chainStart
    end-if.
*> All tiers done -- jump the quiesce paragraph below, which is only
*> ever entered by an explicit operator stop request.
    go to finish.

*> Every tier has had its turn at the parents; the dependents now run
*> in sweeps of their own. A restarted run passed over whatever it
*> had already finished, so those parents get their outcome from the
*> history master before the first sweep.
chainStart.
    set chainPassOn to true.
    move 0 to tierReadC, tierOkC, tierErrC, tierAbortC.
    write outLine from chainTitleLine after advancing 2 lines.
    if exceptionsOnly
        set excSpooling to true
    end-if.
    if restartResume
        perform resolveFromHist
            varying parentIdx from 1 by 1
            until parentIdx is greater than parentCount
    end-if.

chainSweep.
    move "N" to chainProgressSw.
    move 0 to chainOrdinal.
    move "N" to chainCardSw.
    move "N" to commentPendingSw.
    move 0 to tierPhysC.
    open input inputFile.
    go to s1.

*> Another sweep while the last one settled anything; once nothing
*> moves, one closing sweep rejects whatever is still unresolved.
chainWrap.
    if chainProgress
        go to chainSweep
    end-if.
    if not chainFinalSweep
        set chainFinalSweep to true
        go to chainSweep
    end-if.
    move tierReadC to outTierRead.
    move tierOkC to outTierOk.
    move tierErrC to outTierErr.
    move tierAbortC to outTierAbort.
    perform flushExceptions.
    write outLine from tierSubLine after advancing 1 line.
    move "N" to chainPassSw.
    go to finish.

*> A dependent whose parent failed, or never resolved, rejects on its
*> own distinct reason. Its record goes to sqrt.rej exactly as the
*> master holds it, behind its stamped chain card.
chainReject.
    perform chkPage.
    add 1 to chainRejCount.
    move activeChainCard(5:7) to outChainParent.
    if chainRejState is equal to "F"
        move reasonChainFailed to outChainReason
    else
        move reasonChainUnres to outChainReason
    end-if.
    move spaces to outLine.
    move chainRejMessage to outLine(1:113).
    move "R" to excClass.
    perform stampDetail.
    perform putDetail.
    perform copyCommentToRej.
    move lineStruct to rejectRecord.
    write rejectRecord.
    perform routeReject.
    add 1 to errCount.
    move "E" to srcTallyKind.
    perform tallySource.
    move spaces to csvRadicandText.
    string "CHN1 " activeChainCard(5:7)
        delimited by size into csvRadicandText
    end-string.
    move epsilonIn to csvEpsilonEdit.
    move function trim(csvEpsilonEdit) to csvEpsilonText.
    move spaces to csvRootText.
    move "REJECTED" to csvStatusText.
    perform writeCsv.
    go to s1.

*> Honors the operator quiesce: the in-flight record is done, so cut
*> a fresh mid-run checkpoint, consume the marker file (a resumed run
*> shouldn't stop again on a stale request), and fall into the normal
    end-call.
    go to finish.

*> Honors a cede request the same way: the in-flight record is done,
*> so everything this partition has counted in tier 3 stays here and
*> the tail is measured from the very next record. A tail too short
*> to be worth a second run is refused and the pass simply carries
*> on; otherwise it is cut, the cession is put on the ledger before
*> the request is consumed, and the tier-3 pass ends here.
cedeTail.
    move "N" to cedeRequestSw.
    compute cedeAt = tierBase + tierReadC.
    move "N" to tailWriteSw.
    perform scanTail thru scanTail-exit.
    if tailScanC is less than stealMin
        move "TAIL BELOW SQRT_STEAL_MIN" to cedeReason
        perform refuseCede
        go to s1
    end-if.
    move tailScanC to cedeTailCount.
    set tailWriting to true.
    perform scanTail thru scanTail-exit.
    if tailStatus is not equal to "00" or tailScanC is not equal to
            cedeTailCount
        move "TAIL FILE NOT WRITTEN" to cedeReason
        move 0 to cedeTailCount
        perform refuseCede
        go to s1
    end-if.
    move "C" to cedeOutcome.
    move spaces to cedeReason.
    perform answerCede.
    set runCeded to true.
    display "SQRT: partition " partitionId " ceded " cedeTailCount
        " tier-3 records to partition " cedeThief " after " cedeAt.
    go to tierWrap.

finish.
    perform getNow.
    move nowSecs to markMainLoop.
    if not earlyStopped
        perform completeCkp
    end-if.
*> A quiesce leaves the tier unwrapped; what it spooled prints now.
    perform flushExceptions.
    if exceptionsOnly
        close excWorkFile
        call "CBL_DELETE_FILE" using excFname returning excCblRc
        end-call
    end-if.
    if not earlyStopped
        perform groupPass
    end-if.
*> readCount alone only ever covers this run's segment past a
*> restart's skipped leading rows; folding ckpBase back in here,
*> after completeCkp has already saved its own ckpBase+readCount,
    perform runTiming.
    perform setReturnCode.
    perform writeSummary.
    perform writeSimTrailer.
*> A quiesced run is still mid-flight: its audit group stays open for
*> the resume to continue (the trailer seals the completed run), and
*> the statistics master gets one row per finished run, not one per
*> attempt.
    if not earlyStopped
        perform writeAuditTrailer
        perform writeWideTrailer
        perform writeRunStats
    end-if.
    perform writeOutControls.
    perform rewriteDeferLedger.
    perform finalizeRunControl.
    if partitionedRun
        close histDeltaFile, omDeltaFile
        perform answerLateCede
    end-if.
    if not partitionedRun and not simulating
        move return-code to savedRc
        move "X" to omsAction
        call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
        end-call
        move savedRc to return-code
    end-if.
    if imaginaryModeOn or anyImagPolicy
        close cplxFile
    end-if.
    close standardOutput, rejectFile, resultFile, historyFile,
        auditFile, csvFile, pendingFile.
    if histBimgOpen
        close histBimgFile
    end-if.
    if xFilesOpen
        close xResultFile, xAuditFile
    end-if.
    if grpFileOpen
        close groupFile
    end-if.
*> Tonight's writes to the master have overtaken the work file's
*> answers; nothing may take them after this run.
    if not partitionedRun and not simulating
        call "CBL_DELETE_FILE" using hresFname returning hresCblRc
        end-call
    end-if.
    perform releaseDataset.
stop run.

    end-string.
    write csvRecord from csvLine.

*> One row of a simulation's outcome trace for the record just
*> settled; simIterWs carries what it spent, and the simulated clock
*> moves on by it.
writeSimRow.
    if not simulating
        exit paragraph
    end-if.
    move spaces to simRecord.
    set simDetail to true.
    move tierPhysC to simLine.
    move recSerial to simSerial.
    move recSource to simSource.
    move recDept to simDept.
    move recTierVal to simTier.
    move recProfile to simProfile.
    move simOutcomeWs to simOutcome.
    move simStatusWs to simStatus.
    move simIterWs to simIter.
    move 0 to simElapsed, simRc.
    add simIterWs to simIterSpent.
    move 0 to simIterWs.
    write simRecord.

*> The trace's "T" row: the run got to the end, with these totals.
writeSimTrailer.
    if not simulating
        exit paragraph
    end-if.
    move spaces to simRecord.
    set simTrailer to true.
    move readCount to simLine.
    move simIterSpent to simIter.
    move totalElapsed to simElapsed.
    move return-code to simRc.
    move "END" to simStatus.
    write simRecord.
    close simFile.

*> Claims the input master before it's opened; another holder means
*> this run must not start, with its own code for the scheduler.
claimDataset.
    if simulating
        exit paragraph
    end-if.
    move "C" to lockAction.
    move fname to lockDataset.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
*> so the run's own code -- set before this release -- is saved across
*> the call and put back; otherwise every run would exit 0.
releaseDataset.
    if simulating
        exit paragraph
    end-if.
    move return-code to savedRc.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
*> downstream; a per-sequence copy (sqrt.sum.Rnn) is kept alongside
*> so each of the day's runs retains its own figures.
writeSummary.
    if simulating
        move "sum" to simSuffix
        perform nameSimFile
        move simName to sumFname
        perform writeSummaryFile
        move "sumr" to simSuffix
        perform nameSimFile
        move simName to sumRecFname
        perform writeSumRecFile
        exit paragraph
    end-if.
    if partitionedRun
*> A partition's summaries go straight to the names sqrtmerge reads;
*> the plain and per-sequence names belong to whole runs.
    move feedGraceMin to parmApplied.
    perform noteParm.
    move 0 to feedWaitedSecs.
*> A simulation looks once: the feed is there to simulate or it isn't.
    if simulating
        move 0 to feedPollSecs
        perform feedPoll thru feedPoll-exit
    else
        perform feedPoll thru feedPoll-exit
            until feedReady
                or feedWaitedSecs is greater than or equal to
                    feedGraceMin * 60
    end-if.
    if feedReady
        exit paragraph
    end-if.
    else
        move "sqrt.sum" to sumFname
    end-if.
    if simulating
        move "sum" to simSuffix
        perform nameSimFile
        move simName to sumFname
    end-if.
    open output summaryFile.
    move outRunDate to outNoInputDate.
    move noInputSummaryLine to summaryRecord.
        set dayFinalized to true
        add 1 to finalizedToday
    end-if.
*> A run sqrtbkot has reversed ('B', always after the run's own 'F')
*> no longer counts: the day's rerun goes through as an ordinary run.
    if rcDate is equal to runDateRaw and rcStatus is equal to "B"
            and finalizedToday is greater than zero
        subtract 1 from finalizedToday
        if finalizedToday is equal to zero
            move "N" to dayFinalizedSw
        end-if
    end-if.

rcl1-exit.
    exit.
        compute x = 10 ** seedPow
    end-if.

*> ------------------------Express Single Request--------------------------

*> One radicand/epsilon from the command invocation, through the same
*> validation, history lookup, convergence loop and audit write the
*> batch applies -- the result lands in sqrt.out and sqrt.audit (run
*> id stamped EXPR), the history master learns the answer, and the
*> requester gets a one-page result on the spot.
expressRun.
*> The EXPR marker rides only the audit id; runStamp stays the
*> numeric stamp the history rows are aged by. The reserved run
*> sequence 99 keeps express rows out of every run-scoped cross-foot.
    string "EXPR" runStamp(5:10)
        delimited by size into auditRunIdWs
    end-string.
    move 99 to runSeq.
    move 3 to recTierVal.
    unstring cmdLine delimited by all space
        into exScrap exRadTok exEpsTok
    end-unstring.
    if function test-numval-f(exRadTok) is not equal to 0
            or function test-numval-f(exEpsTok) is not equal to 0
        display "SQRT EXPRESS: usage is EXPRESS <radicand> <epsilon>"
        move 8 to return-code
        go to expressRun-exit
    end-if.
    move spaces to lineStruct.
    move function numval-f(exRadTok) to radicandIn.
    move function numval-f(exEpsTok) to epsilonIn.
    move zero to recIterCap.
    if radicandIn is not greater than zero
            or epsilonIn is not greater than zero
        display "SQRT EXPRESS: radicand and epsilon must both be "
            "positive"
        move 8 to return-code
        go to expressRun-exit
    end-if.

*> The same enqueue the batch honors, so an express append can't
*> interleave with a batch mid-write of the same outputs.
    perform claimDataset.
    open extend resultFile.
    if resFileStatus is equal to "35"
        open output resultFile
    end-if.
    open extend auditFile.
    if auditFileStatus is equal to "35"
        open output auditFile
    end-if.
    open i-o historyFile.
    if histFileStatus is equal to "35"
        open output historyFile
        close historyFile
        open i-o historyFile
    end-if.

    perform expressCore.
    if exConverged
        perform writeAuditTrailer
        move y to exRootDisp
        move exIterCount to exIterDisp
        display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~"
        display "~            SQRT EXPRESS RESULT                  ~"
        display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~"
        display "  Radicand  : " function trim(exRadTok)
        display "  Root      : " function trim(exRootDisp)
        display "  Iterations: " function trim(exIterDisp)
        if auditCacheWs is equal to "C"
            display "  Source    : history cache (batch run "
                histPriorStamp(1:8) ")"
        else
            display "  Source    : computed now"
        end-if
        display "  Audited under run id " auditRunIdWs
        move 0 to return-code
    else
        if exOutcome is equal to "ABORTED"
            display "SQRT EXPRESS: did not converge within "
                effectiveIterCap " iterations"
        else
            display "SQRT EXPRESS: " function trim(exOutcome) " -- "
                function trim(exReason)
        end-if
        move 8 to return-code
    end-if.
    close resultFile, auditFile, historyFile.
    move return-code to savedRc.
    move "X" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    move savedRc to return-code.
    if histBimgOpen
        close histBimgFile
    end-if.
    perform releaseDataset.

expressRun-exit.
    exit.

*> One Babylonian step of the express loop, identical arithmetic to
*> the batch s2 paragraph, without the batch's report plumbing.
exStep.
    if truncateRequested
        compute y = 0.5 * (x + z / x)
    else
        compute y rounded = 0.5 * (x + z / x)
    end-if.
    subtract x from y giving temp.
    if temp is less than zero compute temp = - temp.
    if temp / (y + x) is not greater than diff
        move k to exIterCount
        set exConverged to true
    else
        move y to x
    end-if.

exStep-exit.
    exit.

*> The request in lineStruct, through everything an express request is
*> owed: validation, its precision profile, its source's governance
*> band, the history cache, its department's budget, then the
*> convergence itself. A request that gets a root leaves it in y with
*> its sqrt.out and sqrt.audit rows written; any other leaves
*> exOutcome and exReason saying why not. The caller holds the
*> result, audit and history files open.
expressCore.
    move "N" to exConvergedSw.
    move "N" to hasCommentSw.
    move "N" to starvePromotedSw.
    move "N" to promiseRaisedSw.
    move "N" to wideSw.
    move spaces to exOutcome, exReason, profileApplied, auditCacheWs.
    move 0 to exIterCount.
    move 0 to eNotationCount.
    inspect radicandInAlpha tallying eNotationCount
        for all "E" all "e".
    if eNotationCount is greater than zero
        move "REJECTED" to exOutcome
        move "Scientific Notation" to exReason
        exit paragraph
    end-if.
    if (radicandInAlpha(1:1) is not equal to "+"
            and radicandInAlpha(1:1) is not equal to "-")
            or radicandInAlpha(2:21) is not numeric
            or epsilonIn is not numeric
        move "REJECTED" to exOutcome
        move "Malformed Request" to exReason
        exit paragraph
    end-if.
    if recIterCap is not numeric
        move zero to recIterCap
    end-if.
    if recProfile is not equal to spaces
        perform applyProfile
        if profileApplied is equal to spaces
            move "REJECTED" to exOutcome
            move function trim(reasonBadProfile) to exReason
            exit paragraph
        end-if
    end-if.
    perform checkGovernance.
    if govViolated or govCapViolated
        move "REJECTED" to exOutcome
        if govViolated
            move function trim(reasonGovEps) to exReason
        else
            move function trim(reasonGovCap) to exReason
        end-if
        exit paragraph
    end-if.
    if radicandIn is not greater than zero
            or epsilonIn is not greater than zero
        move "REJECTED" to exOutcome
        evaluate true
            when radicandIn is equal to zero
                move function trim(reasonZero) to exReason
            when radicandIn is less than zero
                move function trim(reasonNegative) to exReason
            when other
                move function trim(reasonBadEpsilon) to exReason
        end-evaluate
        exit paragraph
    end-if.
    move epsilonIn to diff.
    move radicandIn to z.
    move iterCap to effectiveIterCap.
    if recIterCap is greater than zero
        move recIterCap to effectiveIterCap
    end-if.
    perform findHist.
    if wasHistFound
        move histLookupRoot to y
        move histLookupIter to exIterCount
        move "C" to auditCacheWs
        move "CACHED" to exOutcome
        set exConverged to true
    else
*> A miss spends fresh iterations against the department's monthly
*> allowance, so an exhausted department is declined here just as
*> the batch carries its records forward.
        perform checkBudget
        if budgExhausted
            move "DECLINED" to exOutcome
            move "Department Budget Exhausted" to exReason
            exit paragraph
        end-if
        perform computeSeed
        perform exStep thru exStep-exit varying k from 1 by 1
            until k is greater than effectiveIterCap or exConverged
        if not exConverged
            move 0 to budgSlot
            move "ABORTED" to exOutcome
            move "Iteration Cap Reached" to exReason
            exit paragraph
        end-if
*> saveHist stores the iteration count from k, which the loop has
*> already stepped past the converging iteration.
        move exIterCount to k
        perform saveHist
        move exIterCount to loopIter
        perform chargeBudget
        move "OK" to exOutcome
    end-if.
    move radicandIn to resultNum.
    move y to resultRoot.
    move runSeq to resultRunSeq.
    move recSerial to resultSerial.
    move recSource to resultSource.
    move recDept to resultDept.
    write resultRecord.
    move exIterCount to tallyIter.
    perform writeAudit.
    perform postResult.

*> ------------------------Intraday Spool Drain----------------------------

*> Profiles and governance bands are loaded once for the session;
*> budgets are re-primed every drain, since the batch and every other
*> drain bill the same allowances in between.
spoolRun.
    move 99 to runSeq.
    move 3 to recTierVal.
    move "SQRT_SPOOL_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to spoolFname
    end-if.
    move spoolFname to parmApplied.
    perform noteParm.
    string function trim(spoolFname) ".drain"
        delimited by size into spoolDrainFname
    end-string.
    string function trim(spoolFname) ".jrnl"
        delimited by size into spoolJrnlFname
    end-string.
    string function trim(spoolFname) ".done"
        delimited by size into spoolDoneFname
    end-string.
    move "SQRT_SPOOL_POLL_SEC" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
            and function numval(parmValue) is greater than zero
        move function numval(parmValue) to spoolPollSecs
    end-if.
    move spoolPollSecs to parmApplied.
    perform noteParm.
    move "SQRT_SPOOL_UNTIL" to parmKey.
    perform getParm.
    if parmValue(1:4) is numeric
        move parmValue(1:4) to spoolUntil
    end-if.
    move spoolUntil to parmApplied.
    perform noteParm.
    perform loadProfiles.
    perform loadGovernance.
    perform spoolCycle thru spoolCycle-exit until spoolFinished.
    display "SQRT SPOOL: " spoolAnswered " request(s) answered in "
        spoolCycles " cycle(s)".
    move 0 to return-code.

spoolRun-exit.
    exit.

*> One polling cycle. A batch holding the input master's enqueue just
*> puts the drain off to the next cycle; the spool waits, it is not
*> refused.
spoolCycle.
    add 1 to spoolCycles.
    move "C" to lockAction.
    move fname to lockDataset.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is equal to 0
        perform spoolDrain
        perform releaseDataset
    else
        display "SQRT SPOOL: " function trim(lockDataset)
            " is locked by " lockOwner " -- drain waits for the next"
            " cycle"
    end-if.
    if spoolUntil is equal to spaces
        set spoolFinished to true
        go to spoolCycle-exit
    end-if.
    perform checkStopRequest.
    if stopRequested
        display "SQRT SPOOL: stop request found -- polling ends"
        set spoolFinished to true
        go to spoolCycle-exit
    end-if.
    accept timeOfDayRaw from time.
    if timeOfDayRaw(1:4) is not less than spoolUntil
        set spoolFinished to true
        go to spoolCycle-exit
    end-if.
    call "C$SLEEP" using spoolPollSecs end-call.

spoolCycle-exit.
    exit.

*> A drain claims the spool by renaming it aside. A drain file still
*> on disk is one a cycle died in: it is finished first, from its
*> journal, before anything new is claimed. With no drain on disk a
*> journal left over belongs to a drain already filed and removed.
spoolDrain.
    call "CBL_CHECK_FILE_EXIST" using spoolDrainFname, spoolFileInfo
        returning spoolCblRc
    end-call.
    if spoolCblRc is not equal to zero
        call "CBL_DELETE_FILE" using spoolJrnlFname
            returning spoolCblRc
        end-call
        call "CBL_CHECK_FILE_EXIST" using spoolFname, spoolFileInfo
            returning spoolCblRc
        end-call
        if spoolCblRc is not equal to zero
            exit paragraph
        end-if
        call "CBL_RENAME_FILE" using spoolFname, spoolDrainFname
            returning spoolCblRc
        end-call
        if spoolCblRc is not equal to zero
            display "SQRT SPOOL: could not claim "
                function trim(spoolFname)
            exit paragraph
        end-if
    end-if.
    perform spoolResumePoint.
    if spoolResumeState is equal to "F"
        perform spoolRemove
        exit paragraph
    end-if.
*> Each drain is its own audit group (SPOL plus the drain's start)
*> under the express run sequence, closed by its own trailer.
    accept runDateRaw from date yyyymmdd.
    accept runTimeRaw from time.
    move spaces to runStamp, auditRunIdWs.
    string runDateRaw runTimeRaw(1:6)
        delimited by size into runStamp
    end-string.
    string "SPOL" runStamp(5:10)
        delimited by size into auditRunIdWs
    end-string.
    move 0 to auditSeqNum, auditRootSum, auditIterSum.
    move 0 to budgCount.
    perform loadBudgets.
    open extend resultFile.
    if resFileStatus is equal to "35"
        open output resultFile
        close historyFile
        open i-o historyFile
    end-if.
    move "N" to spoolEofSw.
    move 0 to spoolOrdinal.
    open input spoolDrainFile.
    if spoolDrainStatus is not equal to "00"
        display "SQRT SPOOL: cannot read "
            function trim(spoolDrainFname) " (status "
            spoolDrainStatus ") -- left for the next cycle"
        close resultFile, auditFile, historyFile
        exit paragraph
    end-if.
    perform spd1 thru spd1-exit until spoolAtEof.
    close spoolDrainFile.
    if auditSeqNum is greater than zero
        perform writeAuditTrailer
    end-if.
    close resultFile, auditFile, historyFile.
    if histBimgOpen
        close histBimgFile
        move "N" to histBimgOpenSw
    end-if.
    perform spoolFileDone.
    perform spoolRemove.

spd1.
    read spoolDrainFile at end set spoolAtEof to true end-read.
    if spoolAtEof
        go to spd1-exit
    end-if.
    add 1 to spoolOrdinal.
    if spoolOrdinal is less than spoolResumeOrd
        go to spd1-exit
    end-if.
    move spImage to lineStruct.
    if spoolOrdinal is equal to spoolResumeOrd
        if spoolResumeState is not equal to "W"
            go to spd1-exit
        end-if
*> Started but never answered: whether its rows reached sqrt.out and
*> sqrt.audit before the cycle died can't be told from here, so it is
*> not run a second time -- the requester is told to check instead.
        move "N" to exConvergedSw
        move "INDOUBT" to exOutcome
        move "Cycle Ended Mid-request" to exReason
        perform spoolAnswer
        go to spd1-exit
    end-if.
    move "W" to spoolMarkState.
    move spaces to exOutcome.
    perform spoolMark.
    perform expressCore.
    perform spoolAnswer.

spd1-exit.
    exit.

*> Where the journal says the drain got to: the last ordinal marked
*> and how far that one went.
spoolResumePoint.
    move 0 to spoolResumeOrd.
    move space to spoolResumeState.
    move "N" to spoolJrnlEofSw.
    open input spoolJrnlFile.
    if spoolJrnlStatus is not equal to "00"
        exit paragraph
    end-if.
    perform srp1 thru srp1-exit until spoolJrnlAtEof.
    close spoolJrnlFile.

srp1.
    read spoolJrnlFile at end set spoolJrnlAtEof to true end-read.
    if spoolJrnlAtEof
        go to srp1-exit
    end-if.
    move sjOrdinal to spoolResumeOrd.
    move sjState to spoolResumeState.

srp1-exit.
    exit.

*> The answer goes to the requester's response file, then the request
*> is marked done on the journal.
spoolAnswer.
    move spaces to spoolRespFname.
    if spRequester is equal to spaces
        move "sqrt.resp.UNKNOWN" to spoolRespFname
    else
        string "sqrt.resp." function trim(spRequester)
            delimited by size into spoolRespFname
        end-string
    end-if.
    open extend spoolRespFile.
    if spoolRespStatus is equal to "35"
        open output spoolRespFile
    end-if.
    if spoolRespStatus is equal to "00"
        move spaces to spoolRespRecord
        move function current-date to wsDateTime
        move wsDateTime(1:14) to spaStamp
        move spRef to spaRef
        move exOutcome to spaStatus
        if radicandInAlpha(2:21) is numeric
                and (radicandInAlpha(1:1) is equal to "+"
                    or radicandInAlpha(1:1) is equal to "-")
            move radicandIn to spaRadicand
        end-if
        if epsilonIn is numeric
            move epsilonIn to spaEpsilon
        end-if
        if exConverged
            move y to spaRoot
            move exIterCount to spaIter
            move auditRunIdWs to spaRunId
        end-if
        move exReason to spaReason
        write spoolRespRecord
        close spoolRespFile
    else
        display "SQRT SPOOL: cannot write "
            function trim(spoolRespFname) " (status "
            spoolRespStatus ") -- answer is on sqrt.audit only"
    end-if.
    move "D" to spoolMarkState.
    perform spoolMark.
    add 1 to spoolAnswered.
    display "  spool " spoolOrdinal " " spRequester " " exOutcome " "
        function trim(exReason).

*> Each mark is written and the journal closed at once, so it is on
*> disk before the next step starts.
spoolMark.
    open extend spoolJrnlFile.
    if spoolJrnlStatus is equal to "35"
        open output spoolJrnlFile
    end-if.
    move spaces to spoolJrnlRecord.
    move spoolOrdinal to sjOrdinal.
    move spoolMarkState to sjState.
    move function current-date to wsDateTime.
    move wsDateTime(1:14) to sjStamp.
    move exOutcome to sjOutcome.
    write spoolJrnlRecord.
    close spoolJrnlFile.

*> Every drained request is filed on the done history marked with its
*> answer, read back off the journal's "D" marks in ordinal order;
*> the closing "F" mark means a cycle dying after this point never
*> files the drain again. A cycle that dies part-way through the
*> filing leaves its rows as one unbroken run at the end of the done
*> history, beginning with the drain's first request: a resumed
*> drain finds that row (requester, reference and "D" mark stamp)
*> and files only the requests after the ones already there, so each
*> request is on the done history exactly once.
spoolFileDone.
    move 0 to spoolFiledCount, spoolFileOrd.
    if spoolResumeOrd is greater than zero
        perform spoolFiledAlready
    end-if.
    move "N" to spoolEofSw.
    move "N" to spoolJrnlEofSw.
    open input spoolDrainFile.
    open input spoolJrnlFile.
    open extend spoolDoneFile.
    if spoolDoneStatus is equal to "35"
        open output spoolDoneFile
    end-if.
    perform sfd1 thru sfd1-exit until spoolAtEof.
    close spoolDrainFile, spoolJrnlFile, spoolDoneFile.
    move 0 to spoolOrdinal.
    move spaces to exOutcome.
    move "F" to spoolMarkState.
    perform spoolMark.

sfd1.
    read spoolDrainFile at end set spoolAtEof to true end-read.
    if spoolAtEof
        go to sfd1-exit
    end-if.
    move spaces to sjStamp, sjOutcome.
    perform sfd2 thru sfd2-exit.
    move "D" to spState.
    move sjStamp to spStamp.
    move sjOutcome to spOutcome.
    add 1 to spoolFileOrd.
    if spoolFileOrd is greater than spoolFiledCount
        write spoolDoneRecord from spoolRecord
    end-if.

sfd1-exit.
    exit.

*> The drain's first request paired with the journal's first "D" mark,
*> exactly as sfd1 files it, then the done history searched for it:
*> that row and every one after it are this drain's, already filed.
spoolFiledAlready.
    move "N" to spoolKeySw.
    move "N" to spoolEofSw.
    move "N" to spoolJrnlEofSw.
    open input spoolDrainFile.
    if spoolDrainStatus is not equal to "00"
        exit paragraph
    end-if.
    read spoolDrainFile at end set spoolAtEof to true end-read.
    if spoolAtEof
        close spoolDrainFile
        exit paragraph
    end-if.
    move spRequester to spoolKeyReq.
    move spRef to spoolKeyRef.
    close spoolDrainFile.
    move spaces to sjStamp.
    open input spoolJrnlFile.
    if spoolJrnlStatus is equal to "00"
        perform sfd2 thru sfd2-exit
        close spoolJrnlFile
    end-if.
    move sjStamp to spoolKeyStamp.
    move "N" to spoolEofSw.
    open input spoolDoneFile.
    if spoolDoneStatus is not equal to "00"
        exit paragraph
    end-if.
    perform sfa1 thru sfa1-exit until spoolAtEof.
    close spoolDoneFile.
    if spoolFiledCount is greater than zero
        display "SQRT SPOOL: " spoolFiledCount " request(s) of the"
            " drain already filed on " function trim(spoolDoneFname)
            " -- not filed again"
    end-if.

*> A done row in the sqrtspol.cpy layout: requester in columns 81-88,
*> reference 89-100, state 101, stamp 102-115.
sfa1.
    read spoolDoneFile at end set spoolAtEof to true end-read.
    if spoolAtEof
        go to sfa1-exit
    end-if.
    if spoolDoneRecord(81:8) is equal to spoolKeyReq
            and spoolDoneRecord(89:12) is equal to spoolKeyRef
            and spoolDoneRecord(101:1) is equal to "D"
            and spoolDoneRecord(102:14) is equal to spoolKeyStamp
        set spoolKeyFound to true
        move 0 to spoolFiledCount
    end-if.
    if spoolKeyFound
        add 1 to spoolFiledCount
    end-if.

sfa1-exit.
    exit.

sfd2.
    if spoolJrnlAtEof
        go to sfd2-exit
    end-if.
    read spoolJrnlFile at end set spoolJrnlAtEof to true end-read.
    if spoolJrnlAtEof
        move spaces to sjStamp, sjOutcome
        go to sfd2-exit
    end-if.
    if sjState is not equal to "D"
        go to sfd2
    end-if.

sfd2-exit.
    exit.

spoolRemove.
    call "CBL_DELETE_FILE" using spoolDrainFname
        returning spoolCblRc
    end-call.
    call "CBL_DELETE_FILE" using spoolJrnlFname
        returning spoolCblRc
    end-call.

*> Loads the named precision profiles once at startup; a missing
*> profile dataset just means every profile reference rejects as
*> unknown, loudly, rather than defaulting to anything.
    end-if.
    move pfEffDate to tProfEff(profIdx).
    move function numval-f(pfEps) to tProfEps(profIdx).
*> An extended profile's epsilon is kept at full width for the
*> refinement; the standard loop ahead of it gets the nearest
*> nine-place value, floored at the finest one it can hold.
    move pfPrecision to tProfWide(profIdx).
    move 0 to tProfXEps(profIdx).
    if pfPrecision is equal to "X"
        move function numval-f(pfEps) to tProfXEps(profIdx)
        if tProfXEps(profIdx) is equal to zero
            move 0.000000000000000001 to tProfXEps(profIdx)
        end-if
        if tProfEps(profIdx) is equal to zero
            move 0.000000001 to tProfEps(profIdx)
        end-if
    end-if.
    if pfCap is not equal to spaces
            and function test-numval(pfCap) is equal to 0
        move function numval(pfCap) to tProfCap(profIdx)
    if recIterCap is equal to zero
        move tProfCap(profIdx) to recIterCap
    end-if.
    if tProfWide(profIdx) is equal to "X"
        move "Y" to wideSw
        move tProfXEps(profIdx) to wideEps
    end-if.

*> Every stamped detail line is written through here. A full report
*> prints it where it falls; an exceptions-only run counts a routine
*> line and parks an exception for the tier's grouped listing.
putDetail.
    if not exceptionsOnly
        write outLine after advancing 1 line
        exit paragraph
    end-if.
    if excClass is equal to space
        add 1 to excRoutine
        exit paragraph
    end-if.
    move excClass to excRecClass.
    move outLine to excRecLine.
    write excRecord.
    add 1 to excSpooled.

*> Prints what the tier spooled, one class at a time in the order
*> of the class table, then the count of routine lines held back,
*> and starts the work file afresh for the next tier.
flushExceptions.
    if not exceptionsOnly
        exit paragraph
    end-if.
    move "N" to excSpoolSw.
    if excSpooled is greater than zero
        close excWorkFile
        perform varying excGrpIdx from 1 by 1
                until excGrpIdx is greater than 5
            perform excGroup
        end-perform
        open output excWorkFile
    end-if.
    if excRoutine is greater than zero
        perform chkPage
        move excRoutine to outExcRoutine
        write outLine from excRoutineLine after advancing 2 lines
    end-if.
    move 0 to excSpooled.
    move 0 to excRoutine.

excGroup.
    move 0 to excGroupLines.
    move "N" to excEofSw.
    open input excWorkFile.
    perform eg1 thru eg1-exit until excAtEof.
    close excWorkFile.

eg1.
    read excWorkFile at end set excAtEof to true end-read.
    if excAtEof
        go to eg1-exit
    end-if.
    if excRecClass is not equal to excClassCode(excGrpIdx)
        go to eg1-exit
    end-if.
    add 1 to excGroupLines.
    if excGroupLines is equal to 1
        perform chkPage
        move excClassTitle(excGrpIdx) to outExcTitle
        write outLine from excTitleLine after advancing 2 lines
    end-if.
    perform chkPage.
    move excRecLine to outLine.
    write outLine after advancing 1 line.

eg1-exit.
    exit.

*> Stamps the current record's department and source into the detail
*> line's slice columns (positions 115-122), so the burster can give
*> Fills the report line's flag column with the applied profile when
*> nothing more urgent (duplicate/degraded/dominated) already owns it.
setProfileFlag.
    if promiseRaised
        move promiseFlagText to outDupFlag
        exit paragraph
    end-if.
    if starvePromoted
        move promoFlagText to outDupFlag
        exit paragraph
        go to pbu1-exit
    end-if.
*> Cache hits are free on the chargeback statement, so they're free
*> against the budget too; a backed-out run is not billed at all.
    if auditCache is equal to "C"
        go to pbu1-exit
    end-if.
    move auditRunId to rvkRunId.
    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc end-call.
    if rvkRc is equal to 1
        go to pbu1-exit
    end-if.
    perform varying budgIdx from 1 by 1
            until budgIdx is greater than budgCount
                or tBudgDept(budgIdx) is equal to auditDept
*> exact failure the per-partition output names exist to avoid -- so
*> streaks accumulate only across unpartitioned nights.
rewriteDeferLedger.
    if partitionedRun or simulating
        exit paragraph
    end-if.
    open output deferFile.
*> Looks for the operator's sqrt.stop marker; checked only at
*> checkpoint boundaries so a stop never lands mid-record.
checkStopRequest.
    if simulating
        exit paragraph
    end-if.
    call "CBL_CHECK_FILE_EXIST" using stopFname, stopFileInfo
        returning stopCblRc
    end-call.
        set stopRequested to true
    end-if.

*> The tier a record runs in tonight. The submitter's recPriority is
*> the starting point (blank or unrecognized runs last, with tier 3).
*> Starvation protection: a record the short nights have deferred
*> enough consecutive runs -- per the durable sqrt.defer ledger, the
*> master itself is never rewritten mid-read -- plays one tier early
*> tonight. And a promise outranks both: a record whose recSlaDate
*> falls on or before the promise horizon (the next business day, or
*> already past) runs in tier 1 whatever it was keyed as, so a short
*> night's window deferral can never land on a record that was
*> promised.
rateTier.
    if recPriority is equal to "1" or recPriority is equal to "2"
        move function numval(recPriority) to recTierVal
    else
        move 3 to recTierVal
    end-if.
    move "N" to starvePromotedSw.
    move "N" to promiseRaisedSw.
    perform findDefer.
    if dfStreak is not less than starveRuns
            and recTierVal is greater than 1
        subtract 1 from recTierVal
        set starvePromoted to true
    end-if.
    if recSlaDate is numeric and recSlaDate is not equal to zeros
            and recSlaDate is not greater than promiseHorizon
            and recTierVal is greater than 1
        move 1 to recTierVal
        set promiseRaised to true
        move "N" to starvePromotedSw
    end-if.

*> The promise horizon runs off the run id's date, not the clock, so a
*> restart after midnight rates every record exactly as the attempt it
*> resumes did and its checkpoint positions still line up.
setPromiseHorizon.
    move runStamp(1:8) to promiseHorizon.
    if promiseHorizon is not numeric
        move runDateRaw to promiseHorizon
    end-if.
    move 0 to rollGuard.
    move "Y" to calHolidaySw.
    perform until not calIsHoliday or rollGuard is greater than 14
        add 1 to rollGuard
        compute rollWorkInt =
            function integer-of-date(function numval(promiseHorizon))
            + 1
        move function date-of-integer(rollWorkInt) to promiseHorizon
        move promiseHorizon to calProbe
        perform probeCalendar
    end-perform.

*> A cede request waits, marker and all, until the tier-3 pass: the
*> higher tiers are not worth handing off and cannot be split out of
*> the same file. Anything that rules a cession out is answered
*> straight away so the driver can look elsewhere.
checkCedeRequest.
    call "CBL_CHECK_FILE_EXIST" using cedeFname, cedeFileInfo
        returning cedeCblRc
    end-call.
    if cedeCblRc is not equal to zero or currentTier is less than 3
        exit paragraph
    end-if.
    move spaces to cedeThief.
    open input cedeFile.
    if cedeStatus is equal to "00"
        read cedeFile
            not at end move cedeThiefIn to cedeThief
        end-read
        close cedeFile
    end-if.
    evaluate true
        when cedeThief is not numeric or cedeThief is equal to "00"
                or cedeThief is equal to partitionId
            move "NO VALID THIEF ID" to cedeReason
        when runCeded
            move "ALREADY CEDED" to cedeReason
        when chainCount is greater than zero
            move "CHAIN CARDS IN PARTITION" to cedeReason
        when groupCardCount is greater than zero
            move "GROUP CARDS IN PARTITION" to cedeReason
        when deferring
            move "WINDOW DEFERRING" to cedeReason
        when other
            set cedeRequested to true
            exit paragraph
    end-evaluate.
    perform refuseCede.

*> A request still standing when the run ends came too late to be
*> worth a cession (or met a quiesce); it is answered so the driver
*> is not left waiting on a partition that is gone.
answerLateCede.
    call "CBL_CHECK_FILE_EXIST" using cedeFname, cedeFileInfo
        returning cedeCblRc
    end-call.
    if cedeCblRc is not equal to zero
        exit paragraph
    end-if.
    move spaces to cedeThief.
    open input cedeFile.
    if cedeStatus is equal to "00"
        read cedeFile
            not at end move cedeThiefIn to cedeThief
        end-read
        close cedeFile
    end-if.
    move 0 to cedeAt.
    move "RUN ENDED" to cedeReason.
    perform refuseCede.

refuseCede.
    move "R" to cedeOutcome.
    move 0 to tailScanC.
    perform answerCede.
    display "SQRT: partition " partitionId " refused a cede to "
        cedeThief ": " function trim(cedeReason).

*> The ledger row goes down before the marker is consumed: a run that
*> dies between the two leaves the driver a recorded answer to find.
*> The driver asks one partition at a time, so the ledger never has
*> two writers.
answerCede.
    open extend stealFile.
    if stealStatus is equal to "35"
        open output stealFile
    end-if.
    move spaces to stealRecord.
    move partitionId to stVictim.
    move cedeThief to stThief.
    move cedeOutcome to stOutcome.
    move cedeAt to stAt.
    move tailScanC to stTail.
    move runStamp to stRunId.
    move function current-date(1:14) to stStamp.
    move cedeReason to stReason.
    write stealRecord.
    close stealFile.
    call "CBL_DELETE_FILE" using cedeFname returning cedeCblRc
    end-call.

*> Walks this partition's input from just past the record in flight
*> -- the second reader skips the rows the tier pass has already
*> read -- and picks out the tier-3 records the pass would still
*> count, by the same priority and starvation-promotion rules. The
*> first walk only counts; the second writes the thief's file, with
*> any control card the partition ran under, each record's comment
*> card, and a header and trailer the thief reconciles against.
scanTail.
    move 0 to tailScanC, tailSkipC.
    move "N" to tailEofSw, tailCmtSw.
    move "00" to tailStatus.
    open input cedeSrcFile.
    if cedeSrcStatus is not equal to "00"
        move "35" to tailStatus
        go to scanTail-exit
    end-if.
    if tailWriting
        move spaces to tailFname
        string "sqrt.dat.p" cedeThief delimited by size into tailFname
        end-string
        open output tailFile
        move spaces to lineStruct
        move hdrTagLit to hdrTag
        move cedeTailCount to hdrExpectedCount
        write tailRecord from lineStruct
        if ctlCardSeen
            write tailRecord from savedCtlCard
        end-if
    end-if.
    perform ts1 thru ts1-exit
        until tailAtEof or tailSkipC is not less than tierPhysC.
    perform ts2 thru ts2-exit until tailAtEof.
    close cedeSrcFile.
    if tailWriting
        move spaces to lineStruct
        move trlTagLit to trlTag
        move cedeTailCount to trlActualCount
        write tailRecord from lineStruct
        close tailFile
    end-if.

scanTail-exit.
    exit.

ts1.
    read cedeSrcFile at end set tailAtEof to true end-read.
    if not tailAtEof
        add 1 to tailSkipC
    end-if.

ts1-exit.
    exit.

ts2.
    read cedeSrcFile into lineStruct at end set tailAtEof to true
    end-read.
    if tailAtEof
        go to ts2-exit
    end-if.
    if trlTag is equal to trlTagLit
        set tailAtEof to true
        go to ts2-exit
    end-if.
    if cmtTag is equal to cmtTagLit
        move lineStruct to tailCmtCard
        set tailCmtHeld to true
        go to ts2-exit
    end-if.
    if hdrTag is equal to hdrTagLit or ctlTag is equal to ctlTagLit
            or grpTag is equal to grpTagLit
            or chnTag is equal to chnTagLit
        go to ts2-exit
    end-if.
    perform rateTier.
    if recTierVal is not equal to 3
        move "N" to tailCmtSw
        go to ts2-exit
    end-if.
    add 1 to tailScanC.
    if tailWriting
        if tailCmtHeld
            write tailRecord from tailCmtCard
        end-if
        write tailRecord from lineStruct
    end-if.
    move "N" to tailCmtSw.

ts2-exit.
    exit.

*> A partition that ceded earlier tonight -- this is its rerun after
*> a failure or a quiesce -- stops its tier-3 pass at the same point,
*> since the thief owns everything after it.
loadCession.
    if not partitionedRun
        exit paragraph
    end-if.
    move "N" to stealEofSw.
    open input stealFile.
    if stealStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lcs1 thru lcs1-exit until stealAtEof.
    close stealFile.
    if runCeded
        display "SQRT: partition " partitionId " ceded its tier-3"
            " tail to partition " cedeThief " after " cedeAt
            " records; this run stops there"
    end-if.

lcs1.
    read stealFile at end set stealAtEof to true end-read.
    if stealAtEof
        go to lcs1-exit
    end-if.
    if stVictim is equal to partitionId and stCeded
        set runCeded to true
        move stThief to cedeThief
        move stAt to cedeAt
        move stTail to cedeTailCount
    end-if.

lcs1-exit.
    exit.

*> Reads the clock as seconds past midnight, adding a day when the
*> run has crossed midnight since it started, so phase subtractions
*> below always come out non-negative.
getNow.
    if simulating
        compute nowSecs = simStartSecs + simIterSpent / simIterPerSec
        exit paragraph
    end-if.
    accept timeOfDayRaw from time.
    compute nowSecs =
        function numval(timeOfDayRaw(1:2)) * 3600

*> agreement (sqrtconf) is not whole-program agreement, and R9 does
*> not go in on faith.
*>
*> The control set the generation's own run started under -- its
*> sqrt.parm, profiles, governance, budgets, calendar and the rest,
*> filed with the generation by sqrtarch (sqrtcsnp.cob) -- is staged
*> alongside the input, and the parameters that run took from its
*> environment are set again for the candidate, so a divergence
*> means the candidate computes differently, not that the
*> configuration moved under it. A generation archived before
*> snapshots were kept has none; the CURRENT sqrt.prof is staged
*> instead, as before, and a profile whose epsilon changed since
*> that generation ran is then a LEGITIMATE source of differing
*> roots, not a candidate defect -- sqrtpimp's impact listing says
*> which records that touches.
*>
*> A generation the scrub (sqrtscrb) has flagged unusable on the
*> archive ledger is refused outright: a candidate compared against
*> a damaged generation proves nothing either way.
*>
*>   SQRT_CERT_GEN  archived generation to certify against,
*>                  yyyymmdd (required)
*>   SQRT_CERT_DIR  scratch directory (default "certwork"; must
*>                  exist and be disposable)
*>   SQRT_CERT_TOL  root-agreement tolerance (default 0.000001)
*>   SQRT_ARCHIVE_INDEX  sqrtarch's generation ledger (sqrtarch.idx)
*>
*> RETURN-CODE: 0 certified (outputs agree), 8 divergence or a
*> missing artifact -- promotion blocked either way.
        organization is line sequential
        file status is sortedArchStatus.
    select sortFile assign to "sqrt.cert.srtw".
    select ledgerFile assign to dynamic ledgerFname
        organization is line sequential
        file status is ledgerStatus.

data division.

    01 sortedArchRec.
       02 saKey  pic x(22).
       02 filler pic x(38).
fd ledgerFile.
    copy "sqrtaidx.cpy".
sd sortFile.
    01 sortRec.
       02 sortKey pic x(22).
77 scratchInFname pic x(70) value spaces.
77 candOutFname   pic x(70) value spaces.
77 archOutFname   pic x(50) value spaces.
77 ledgerStatus   pic x(02).
77 ledgerFname    pic x(30) value "sqrtarch.idx".
77 ledgerEofSw    pic x(01) value "N".
    88 ledgerAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 certDir   pic x(40) value "certwork".
77 tolerance pic 9(01)v9(9) value 0.000001.

*> Interface to the shared sqrtcsnp control-snapshot routine
77 csAction pic x(01) value spaces.
77 csRunId  pic x(14) value spaces.
77 csTarget pic x(40) value spaces.
77 csEnv    pic x(1000) value spaces.
77 csCount  pic 9(05) value 0.
77 csRc     pic 9(01) value 0.

77 copyEofSw pic x(01) value "N".
    88 copyAtEof value "Y".
77 copiedCount pic 9(09) value 0.

01 sysCommand pic x(1200) value spaces.
77 savedRc    pic s9(04) value 0.

*> The sorted-lockstep walk, the sqrtrecon pattern
    perform initParms.
    display titleLine.
    display underLine1.
    perform checkGeneration.
    perform stageInput.
    perform runCandidate.
    perform compareOutputs thru compareOutputs-done.
            move function numval-f(parmValue) to tolerance
        end-if
    end-if.
    move "SQRT_ARCHIVE_INDEX" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to ledgerFname
    end-if.
    move spaces to archInFname.
    string "sqrt.dat.D" certGen delimited by size into archInFname
    end-string.
        delimited by size into candOutFname
    end-string.

*> ------------------------Generation Soundness----------------------------

*> Only the ledger's scrub verdict is consulted; a generation not on
*> the ledger (or no ledger at all) is left to stageInput to find.
checkGeneration.
    open input ledgerFile.
    if ledgerStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until ledgerAtEof
        read ledgerFile
            at end set ledgerAtEof to true
            not at end
                if aiDate is equal to certGen and aiUnusable
                    display "sqrtcert: generation " certGen
                        " was flagged unusable by the scrub on "
                        aiScrubbed " -- not certified against"
                    close ledgerFile
                    move 8 to return-code
                    stop run
                end-if
        end-read
    end-perform.
    close ledgerFile.

*> ------------------------Stage the Archived Input------------------------

stageInput.
    move copiedCount to editCount.
    display "  Staged " editCount " archived input records into "
        function trim(certDir) ".".
    perform stageControls.

*> The generation's control set travels with its input: found by
*> the generation date, put back under the standard names in the
*> scratch directory.
stageControls.
    move "F" to csAction.
    move spaces to csRunId, csTarget, csEnv.
    move certGen to csTarget.
    call "sqrtcsnp" using csAction, csRunId, csTarget, csEnv, csCount,
        csRc
    end-call.
    if csRc is equal to 0
        move "S" to csAction
        move certDir to csTarget
        call "sqrtcsnp" using csAction, csRunId, csTarget, csEnv,
            csCount, csRc
        end-call
    end-if.
    if csRc is equal to 0
        move csCount to editCount
        display "  Staged " editCount " control datasets from run "
            csRunId "'s snapshot."
        exit paragraph
    end-if.
    move spaces to csEnv.
    display "  No control snapshot filed with " certGen
        "; staging the current sqrt.prof.".
    perform stageProfiles.

*> A generation with no snapshot still gets the profile dataset --
*> the same dynamic pair of files reused for a second copy -- so a
*> shop that steers precision through sqrt.prof certifies the run it
*> actually operates. A shop with no sqrt.prof simply stages nothing.
stageProfiles.
    move "sqrt.prof" to archInFname.
    move spaces to scratchInFname.
*> pointed at the staged copy, so nothing it writes can touch a
*> production file. SQRT_FORCE rides along because the scratch
*> run-control ledger may remember an earlier certification of the
*> same date. The snapshot's environment assignments go first, so the
*> three that place the run in the scratch directory win.
runCandidate.
    move spaces to sysCommand.
    string "cd " function trim(certDir)
        " &&" function trim(csEnv trailing)
        " SQRT_INPUT_FILE=sqrt.dat"
        " SQRT_REPORT_DEST=sqrt.rpt"
        " SQRT_FORCE=Y "
        function trim(certBin)

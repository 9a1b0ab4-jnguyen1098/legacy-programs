*> date archived is kept in sqrtarch.idx so old generations beyond
*> the configured retention count can be pruned automatically
*> instead of growing the data directory forever.
*>
*> Each file is checksummed as it is verified (sqrtcsum.cob) and the
*> record count and checksum go onto the generation's ledger row
*> (sqrtaidx.cpy), so sqrtscrb can prove months later that the
*> generation still reads back exactly as it was written.
*>
*> The control-set snapshots SQRT took of every run since the last
*> archive (sqrtcsnp.cob) are filed with the same generation, onto
*> sqrt.ctl.Dyyyymmdd, and pruned with it, so a generation kept here
*> always carries the configuration that produced it. A snapshot that
*> fails to file is left on its run's own file for the next archive
*> and counts as a skipped file.
*>
*> A generation due for pruning is first offered to the legal-hold
*> register (sqrtlhck.cob), file by file, dated with its generation
*> date. If a standing hold covers any of its files -- by name, by
*> date range, or by a department or source whose rows a generation
*> of the whole day's input may carry -- the generation is kept
*> whole, stays on the ledger past the retention count, and is
*> offered again on every archive until the hold is released.

identification division.
program-id. sqrtarch.
fd archDest.
    01 archDestRecord  pic x(113).
fd ledgerFile.
    copy "sqrtaidx.cpy".

working-storage section.

77 destLineCount     pic 9(09) value 0.
77 verifyFailCount   pic 9(02) value 0.

*> Interface to the shared sqrtcsum content checksum routine; the
*> re-count above comes back from the same pass that checksums
77 csumFile pic x(80) value spaces.
77 csumRows pic 9(09) value 0.
77 csumSum  pic 9(12) value 0.
77 csumRc   pic 9(01) value 0.

*> What became of each file this run, and the count and checksum of
*> those archived, for today's ledger row: "A" archived, "S" skipped
*> as missing (an earlier run's snapshot today, if any, stands), "F"
*> failed verification and deleted
01 archTakenTable.
    02 archTaken occurs 3 times.
        03 takenState pic x(01).
        03 takenRows  pic 9(09).
        03 takenSum   pic 9(12).

*> The three daily files this archiver is responsible for: the raw
*> input and the two reports SQRT produces from it. The checkpoint,
*> reject, audit, history and CSV files each serve their own
*> in ascending (oldest-first) order, then rewritten after today's
*> date is appended and anything past the retention count is pruned
01 ledgerTable.
    02 ledgerEntry occurs 400 times.
        03 ledgerDate pic x(08).
        03 filler     pic x(83).
77 ledgerCount        pic 9(05) value zero.
77 ledgerIdx          pic 9(05) value zero.
77 ledgerAtEofSw      pic x(01) value "N".
77 pruneFileIdx       pic 9(02) value zero.
77 shiftIdx           pic 9(05) value zero.
77 prunedFileCount    pic 9(05) value zero.
77 heldGenCount       pic 9(05) value zero.
77 genHeldSw          pic x(01) value "N".
    88 genHeld value "Y".
77 pruneFname         pic x(40) value spaces.
77 cblFileInfo        pic x(20) value spaces.
77 cblRc              pic s9(9) comp-5 value zero.
77 parmSource  pic x(08) value spaces.
77 rcDisp      pic ---9.

*> Interface to the shared sqrtlhck legal-hold check
77 lhkAction  pic x(01) value spaces.
77 lhkCaller  pic x(08) value "SQRTARCH".
77 lhkDataset pic x(40) value spaces.
77 lhkDept    pic x(04) value spaces.
77 lhkSource  pic x(03) value spaces.
77 lhkDate    pic x(08) value spaces.
77 lhkHeld    pic x(01) value "N".
77 lhkHoldId  pic x(12) value spaces.

*> Interface to the shared sqrtcsnp control-snapshot routine
77 csAction pic x(01) value spaces.
77 csRunId  pic x(14) value spaces.
77 csTarget pic x(40) value spaces.
77 csEnv    pic x(1000) value spaces.
77 csCount  pic 9(05) value 0.
77 csRc     pic 9(01) value 0.
77 snapFiledCount pic 9(05) value 0.

*> ------------------------Decorative/Report Output------------------------
01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(25) value 'Purged old generation of '.
    02 outPruneDate pic x(08).

01 pruneHeldLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(25) value 'Kept under legal hold    '.
    02 outHeldDate pic x(08).
    02 filler pic x(08) value '  (hold '.
    02 outHeldId pic x(12).
    02 filler pic x(01) value ')'.

01 summaryLine1.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Files archived     : '.
    02 filler pic x(21) value 'Old files purged   : '.
    02 outPrunedCount pic zz9.

01 summaryLine5.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Control snapshots  : '.
    02 outSnapFiled pic zz,zz9.

01 summaryLine6.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Held past retention: '.
    02 outHeldCount pic zz9.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    display underLine1.
    perform archivePass thru archivePass-exit
        varying archIdx from 1 by 1 until archIdx is greater than 3.
    perform fileSnapshots.
    perform readLedger.
    perform appendToday.
    perform prunePass.
    display summaryLine2.
    display summaryLine3.
    display summaryLine4.
    move snapFiledCount to outSnapFiled.
    display summaryLine5.
    move heldGenCount to outHeldCount.
    display summaryLine6.
*> Shop severity convention: 4 when some of the day's files were
*> missing (a partial generation), 8 when nothing archived at all
*> (the snapshot for the day simply doesn't exist).
    string function trim(archBaseFname(archIdx)) ".D" todayStamp
        delimited by size into archDestFname
    end-string.
    move "S" to takenState(archIdx).
    open input archSrc.
    if archSrcStatus is not equal to "00"
        add 1 to skippedCount
        perform verifySnapshot
        if destLineCount is equal to srcLineCount
            add 1 to archivedCount
            move "A" to takenState(archIdx)
            move csumRows to takenRows(archIdx)
            move csumSum to takenSum(archIdx)
            move archBaseFname(archIdx) to outArchSrc
            move archDestFname to outArchDest
            display archReportLine
        else
            add 1 to skippedCount
            add 1 to verifyFailCount
            move "F" to takenState(archIdx)
            call "CBL_DELETE_FILE" using archDestFname
                returning cblRc
            end-call
copyOneLine-exit.
    exit.

*> Re-counts the records in the snapshot just written, checksumming
*> it on the same pass; only a copy that re-reads complete is trusted
*> into the ledger, and the checksum goes with it.
verifySnapshot.
    move archDestFname to csumFile.
    call "sqrtcsum" using csumFile, csumRows, csumSum, csumRc
    end-call.
    move csumRows to destLineCount.

*> Files every run's control-set snapshot taken since the last
*> archive with today's generation.
fileSnapshots.
    move "A" to csAction.
    move spaces to csRunId, csTarget.
    move todayStamp to csTarget.
    call "sqrtcsnp" using csAction, csRunId, csTarget, csEnv, csCount,
        csRc
    end-call.
    move csCount to snapFiledCount.
    if csRc is not equal to 0
        add 1 to skippedCount
        display "  VERIFY FAILED: control snapshot copy to sqrt.ctl.D"
            todayStamp "; left unfiled for the next archive"
    end-if.

*> Reads the existing ledger of archived run dates into memory,
*> oldest first, same as it was written last time.
readLedger.
    end-if.

readLedger1.
    read ledgerFile at end set ledgerAtEof to true end-read.
    if not ledgerAtEof
        add 1 to ledgerCount
        move archIdxRow to ledgerEntry(ledgerCount)
    end-if.

readLedger1-exit.
*> at or above the table's own 400-entry limit) can't take another
*> entry without running off the end of the table, so today's date
*> is reported as skipped instead.
*>
*> Today's row takes the count and checksum of every file archived
*> this run; a rerun's fresh copies replace an earlier run's figures
*> and clear any scrub verdict against them.
appendToday.
    if ledgerCount is equal to zero
            or ledgerDate(ledgerCount) is not equal to todayStamp
        if ledgerCount is less than 400
            add 1 to ledgerCount
            move spaces to ledgerEntry(ledgerCount)
            move todayStamp to ledgerDate(ledgerCount)
        else
            display "  Ledger is full (400 generations); today's date "
                "was not recorded. Lower SQRT_ARCHIVE_RETAIN."
            exit paragraph
        end-if
    end-if.
    move ledgerEntry(ledgerCount) to archIdxRow.
    move spaces to aiState, aiScrubbed.
    perform varying archIdx from 1 by 1 until archIdx is greater than 3
        evaluate takenState(archIdx)
            when "A"
                move takenRows(archIdx) to aiRowsN(archIdx)
                move takenSum(archIdx) to aiSumN(archIdx)
            when "F"
                move spaces to aiRows(archIdx), aiSum(archIdx)
        end-evaluate
    end-perform.
    move archIdxRow to ledgerEntry(ledgerCount).

*> Once there are more generations on record than the retention
*> count allows, the oldest ones are deleted from disk and dropped
*> from the ledger -- except those under legal hold, which close up
*> at the front of the ledger, oldest first, ahead of the retained
*> generations.
prunePass.
    move 0 to prunedFileCount.
    move 0 to pruneFrom, heldGenCount.
    if ledgerCount is greater than retainCount
        compute pruneFrom = ledgerCount - retainCount
        perform pruneOneDate thru pruneOneDate-exit
        perform shiftLedger thru shiftLedger-exit
            varying shiftIdx from 1 by 1
            until shiftIdx is greater than retainCount
        compute ledgerCount = heldGenCount + retainCount
        move "S" to lhkAction
        move "archive generations" to lhkDataset
        call "sqrtlhck" using lhkAction, lhkCaller, lhkDataset,
            lhkDept, lhkSource, lhkDate, lhkHeld, lhkHoldId
        end-call
    end-if.

*> Removes every archive file (sqrt.dat/sqrt.out/sqrt.sum, and the
*> generation's control snapshots) dated for one generation that's
*> aged out of the retention window. Standard
*> COBOL has no verb for deleting a whole OS file, so this uses the
*> runtime's own file-management routines the same way an operator
*> would reach for a shell "rm" -- a file that was skipped as
*> missing on its own archive day simply isn't found here either.
pruneOneDate.
    perform checkGeneration.
    if genHeld
        add 1 to heldGenCount
        move ledgerEntry(pruneDateIdx) to ledgerEntry(heldGenCount)
        move ledgerDate(pruneDateIdx) to outHeldDate
        move lhkHoldId to outHeldId
        display pruneHeldLine
        go to pruneOneDate-exit
    end-if.
    perform pruneOneFile thru pruneOneFile-exit
        varying pruneFileIdx from 1 by 1 until pruneFileIdx is
            greater than 3.
    move "P" to csAction.
    move spaces to csTarget.
    move ledgerDate(pruneDateIdx) to csTarget.
    call "sqrtcsnp" using csAction, csRunId, csTarget, csEnv, csCount,
        csRc
    end-call.
    add csCount to prunedFileCount.
    move ledgerDate(pruneDateIdx) to outPruneDate.
    display pruneReportLine.

pruneOneDate-exit.
    exit.

*> Every file of the generation is offered; one held keeps them all,
*> so a generation is never left part-pruned.
checkGeneration.
    move "N" to genHeldSw.
    move "R" to lhkAction.
    move ledgerDate(pruneDateIdx) to lhkDate.
    perform varying pruneFileIdx from 1 by 1
            until pruneFileIdx is greater than 4 or genHeld
        move spaces to lhkDataset
        if pruneFileIdx is greater than 3
            string "sqrt.ctl.D" ledgerDate(pruneDateIdx)
                delimited by size into lhkDataset
            end-string
        else
            string function trim(archBaseFname(pruneFileIdx)) ".D"
                ledgerDate(pruneDateIdx)
                delimited by size into lhkDataset
            end-string
        end-if
        call "sqrtlhck" using lhkAction, lhkCaller, lhkDataset,
            lhkDept, lhkSource, lhkDate, lhkHeld, lhkHoldId
        end-call
        if lhkHeld is equal to "Y"
            set genHeld to true
        end-if
    end-perform.

pruneOneFile.
    move spaces to pruneFname.
    string function trim(archBaseFname(pruneFileIdx)) ".D"
        ledgerDate(pruneDateIdx)
        delimited by size into pruneFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using pruneFname, cblFileInfo
*> Closes the gap left by the pruned entries so the ledger stays a
*> contiguous, oldest-first list of exactly the generations kept.
shiftLedger.
    move ledgerEntry(pruneFrom + shiftIdx)
        to ledgerEntry(heldGenCount + shiftIdx).

shiftLedger-exit.
    exit.
    close ledgerFile.

writeLedger1.
    move ledgerEntry(ledgerIdx) to archIdxRow.
    write archIdxRow.

writeLedger1-exit.
    exit.

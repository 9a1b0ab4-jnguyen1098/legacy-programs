*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -       Nightly Scrub of Archived and Shipped Generations        -
*> ------------------------------------------------------------------
*> sqrtarch, sqrtaclo and sqrtship each prove a copy whole on the day
*> they write it; nothing proved it still whole the day it was
*> needed. Each now records the copy's content checksum
*> (sqrtcsum.cob) beside it:
*>
*>   archive generations  sqrt.dat/out/sum.Dyyyymmdd, on their
*>                        sqrtarch.idx row (sqrtaidx.cpy)
*>   sealed audit volumes on their sqrtaudv.idx row
*>   shipped transmissions each file's sqrt.ship.Snnnnnn manifest row
*>                        in the standby directory (sqrtship.cpy)
*>
*> Every night this re-reads a slice of each -- the ones longest
*> since their last scrub, never-scrubbed first -- recomputes the
*> checksum and compares. One left unscrubbed longest is always next,
*> so the whole estate is re-proven every few weeks however large it
*> grows. A copy that no longer matches, or is gone from disk, is
*> reported, raised on sqrt.alert.OPERATIONS, and its generation,
*> volume or transmission flagged unusable where it is recorded:
*> sqrtrest, sqrtcert and sqrtstnd then refuse the generation,
*> sqrtrbld and sqrthrb pass over the volume, and sqrtrecv refuses
*> the transmission. A flag stands until whoever repairs the copy
*> clears it; flagged items are not re-scrubbed, only counted.
*>
*> A copy recorded before checksums were kept has nothing to compare
*> with; its first scrub takes its checksum as it reads now (its
*> BASELINE), and every later scrub holds it to that.
*>
*>   SQRT_SCRUB_SLICE    items of each kind re-read a night
*>                       (default 7)
*>   SQRT_ARCHIVE_INDEX  sqrtarch's generation ledger (sqrtarch.idx)
*>   SQRT_SHIP_DEST      standby directory the transmissions were
*>                       shipped to (default "standby")
*>
*> RETURN-CODE: 0 everything scrubbed matched, 4 nothing new failed
*> but items flagged by an earlier scrub are still unusable, 8 a
*> mismatch or missing copy was found tonight.

identification division.
program-id. sqrtscrb.

environment division.

input-output section.
file-control.
    select ledgerFile assign to dynamic ledgerFname
        organization is line sequential
        file status is ledgerStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.
    select seqFile assign to "sqrt.ship.seq"
        organization is line sequential
        file status is seqStatus.
    select manifestFile assign to dynamic manifestFname
        organization is line sequential
        file status is manifestStatus.
    select alertFile assign to "sqrt.alert.OPERATIONS"
        organization is line sequential.

data division.

file section.
fd ledgerFile.
    copy "sqrtaidx.cpy".
fd indexFile.
    01 indexRecord.
       02 ixMonth  pic x(07).
       02 filler   pic x(01).
       02 ixVolume pic x(20).
       02 filler   pic x(01).
       02 ixRows   pic 9(09).
       02 filler   pic x(01).
       02 ixSealed pic x(08).
       02 filler   pic x(01).
       02 ixSum    pic x(12).
       02 filler   pic x(01).
       02 ixState  pic x(01).
       02 filler   pic x(01).
       02 ixScrub  pic x(08).
fd seqFile.
    01 seqRecord.
       02 seqLast pic 9(06).
fd manifestFile.
    copy "sqrtship.cpy".
fd alertFile.
    01 alertLine pic x(100).

working-storage section.
77 ledgerStatus   pic x(02).
77 indexStatus    pic x(02).
77 seqStatus      pic x(02).
77 manifestStatus pic x(02).
77 ledgerFname    pic x(30) value "sqrtarch.idx".
77 manifestFname  pic x(80) value spaces.
77 eofSw          pic x(01) value "N".
    88 atEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 sliceSize   pic 9(03) value 7.
77 shipDest    pic x(40) value "standby".
77 todayStamp  pic x(08) value spaces.

*> Interface to the shared sqrtcsum content checksum routine
77 csumFile pic x(80) value spaces.
77 csumRows pic 9(09) value 0.
77 csumSum  pic 9(12) value 0.
77 csumRc   pic 9(01) value 0.
77 csumText pic x(12) value spaces.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTSCRB".
77 algAction  pic x(12) value "SCRUB FLAG".
77 algObject  pic x(30) value spaces.

*> The same three files sqrtarch snapshots, in the ledger row's order
01 archFileList.
    02 filler pic x(12) value "sqrt.dat".
    02 filler pic x(12) value "sqrt.out".
    02 filler pic x(12) value "sqrt.sum".
01 archFileTable redefines archFileList.
    02 archBaseFname occurs 3 times pic x(12).
77 fileIdx pic 9(01) value 0.

*> One copy's verdict, as the checkOne paragraph leaves it:
*> M matched, B baselined, X mismatch, G gone from disk, N nothing
*> recorded and nothing on disk (a file its day never produced)
77 verdict pic x(01) value spaces.
    88 verdictBad value "X" "G".
77 expectRows pic x(09) value spaces.
77 expectSum  pic x(12) value spaces.
77 itemBadSw  pic x(01) value "N".
    88 itemBad value "Y".
*> A generation's file may simply never have been produced that day
*> (sqrtarch skipped it); a volume or a shipped file always existed
77 slotOptionalSw pic x(01) value "N".
    88 slotOptional value "Y".
77 alertText pic x(100) value spaces.

*> The whole of each record, held so it can be rewritten with
*> tonight's verdicts; picked marks the slice chosen from it
77 genMax   pic 9(03) value 400.
77 genCount pic 9(03) value 0.
77 genIdx   pic 9(03) value 0.
01 genTable.
    02 genEntry occurs 400 times.
        03 genRow    pic x(91).
        03 genPicked pic x(01).
77 volMax   pic 9(03) value 600.
77 volCount pic 9(03) value 0.
77 volIdx   pic 9(03) value 0.
01 volTable.
    02 volEntry occurs 600 times.
        03 volRow    pic x(71).
        03 volPicked pic x(01).
77 tsmMax   pic 9(04) value 9999.
77 tsmCount pic 9(04) value 0.
77 tsmIdx   pic 9(04) value 0.
77 lastSeq  pic 9(06) value 0.
77 probeSeq pic 9(06) value 0.
77 seqTxt   pic 9(06).
01 tsmTable.
    02 tsmEntry occurs 9999 times.
        03 tsmSeq      pic 9(06).
        03 tsmScrubbed pic x(08).
        03 tsmPicked   pic x(01).

*> One manifest, whole, while its files are re-read
77 manRowMax   pic 9(02) value 10.
77 manRowCount pic 9(02) value 0.
77 manRowIdx   pic 9(02) value 0.
77 manHdrIdx   pic 9(02) value 0.
01 manRowTable.
    02 manRow occurs 10 times pic x(80).

*> The slice walk: the unpicked, unflagged item scrubbed longest ago
*> (blank, never scrubbed, sorts first) is taken next
77 takenCount pic 9(04) value 0.
77 bestIdx    pic 9(04) value 0.
77 bestStamp  pic x(08) value spaces.
77 sliceEmptySw pic x(01) value "N".
    88 sliceEmpty value "Y".

*> ------------------------Night's Totals--------------------------------
77 scrubbedCount  pic 9(05) value 0.
77 matchedCount   pic 9(05) value 0.
77 baselineCount  pic 9(05) value 0.
77 badCount       pic 9(05) value 0.
77 flaggedCount   pic 9(05) value 0.
77 standingCount  pic 9(05) value 0.
77 lostManCount   pic 9(05) value 0.
77 alertOpenSw    pic x(01) value "N".
    88 alertOpen value "Y".
77 editCount      pic zz,zz9.

*> ------------------------Decorative/Report Output----------------------
01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'Archive and Standby Copy Scrub'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

01 copyLine.
    02 filler     pic x(4) value spaces.
    02 outCopy    pic x(34).
    02 outRows    pic zzz,zzz,zz9.
    02 filler     pic x(2) value spaces.
    02 outVerdict pic x(40).

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    display titleLine.
    display underLine1.
    perform scrubGenerations.
    perform scrubVolumes.
    perform scrubTransmissions.
    if alertOpen
        close alertFile
    end-if.
    display underLine1.
    move scrubbedCount to editCount.
    display "  Copies re-read        : " editCount.
    move matchedCount to editCount.
    display "  Matched               : " editCount.
    move baselineCount to editCount.
    display "  Baselined             : " editCount.
    move badCount to editCount.
    display "  Mismatched or missing : " editCount.
    move flaggedCount to editCount.
    display "  Flagged unusable      : " editCount.
    move lostManCount to editCount.
    display "  Manifests missing     : " editCount.
    move standingCount to editCount.
    display "  Flagged before tonight: " editCount.
    if badCount is greater than zero or lostManCount is greater
            than zero
        move 8 to return-code
    else
        if standingCount is greater than zero
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

initParms.
    accept todayStamp from date yyyymmdd.
    move "SQRT_SCRUB_SLICE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        if function numval(parmValue) is greater than zero
                and function numval(parmValue) is less than 1000
            move function numval(parmValue) to sliceSize
        end-if
    end-if.
    move "SQRT_ARCHIVE_INDEX" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to ledgerFname
    end-if.
    move "SQRT_SHIP_DEST" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to shipDest
    end-if.

*> ------------------------Archive Generations---------------------------

scrubGenerations.
    display "  Archive generations (" function trim(ledgerFname) "):".
    move 0 to genCount.
    move "N" to eofSw.
    open input ledgerFile.
    if ledgerStatus is not equal to "00"
        display "    (no ledger on file)"
        exit paragraph
    end-if.
    perform until atEof
        read ledgerFile
            at end set atEof to true
            not at end
                if aiDate is not equal to spaces
                        and genCount is less than genMax
                    add 1 to genCount
                    move archIdxRow to genRow(genCount)
                    move "N" to genPicked(genCount)
                    if aiUnusable
                        add 1 to standingCount
                    end-if
                end-if
        end-read
    end-perform.
    close ledgerFile.
    move 0 to takenCount.
    move "Y" to slotOptionalSw.
    move "N" to sliceEmptySw.
    perform pickGeneration thru pickGeneration-exit
        until takenCount is not less than sliceSize or sliceEmpty.
    move "N" to slotOptionalSw.
    if takenCount is equal to zero
        display "    (nothing due)"
        exit paragraph
    end-if.
    open output ledgerFile.
    perform varying genIdx from 1 by 1
            until genIdx is greater than genCount
        move genRow(genIdx) to archIdxRow
        write archIdxRow
    end-perform.
    close ledgerFile.

pickGeneration.
    move 0 to bestIdx.
    move high-values to bestStamp.
    perform varying genIdx from 1 by 1
            until genIdx is greater than genCount
        move genRow(genIdx) to archIdxRow
        if genPicked(genIdx) is equal to "N" and not aiUnusable
                and aiScrubbed is less than bestStamp
            move genIdx to bestIdx
            move aiScrubbed to bestStamp
        end-if
    end-perform.
    if bestIdx is equal to zero
        set sliceEmpty to true
        go to pickGeneration-exit
    end-if.
    add 1 to takenCount.
    move "Y" to genPicked(bestIdx).
    move genRow(bestIdx) to archIdxRow.
    move "N" to itemBadSw.
    perform varying fileIdx from 1 by 1 until fileIdx is greater than 3
        move spaces to csumFile
        string function trim(archBaseFname(fileIdx)) ".D" aiDate
            delimited by size into csumFile
        end-string
        move aiRows(fileIdx) to expectRows
        move aiSum(fileIdx) to expectSum
        perform checkOne
        if verdict is equal to "B"
            move csumRows to aiRowsN(fileIdx)
            move csumSum to aiSumN(fileIdx)
        end-if
    end-perform.
    move todayStamp to aiScrubbed.
    if itemBad
        move "U" to aiState
        add 1 to flaggedCount
        move spaces to algObject
        string "generation " aiDate delimited by size into algObject
        end-string
        call "sqrtalog" using algProgram, algAction, algObject
        end-call
    end-if.
    move archIdxRow to genRow(bestIdx).

pickGeneration-exit.
    exit.

*> ------------------------Sealed Audit Volumes--------------------------

scrubVolumes.
    display "  Sealed audit volumes (sqrtaudv.idx):".
    move 0 to volCount.
    move "N" to eofSw.
    open input indexFile.
    if indexStatus is not equal to "00"
        display "    (no index on file)"
        exit paragraph
    end-if.
    perform until atEof
        move spaces to indexRecord
        read indexFile
            at end set atEof to true
            not at end
                if ixVolume is not equal to spaces
                        and volCount is less than volMax
                    add 1 to volCount
                    move indexRecord to volRow(volCount)
                    move "N" to volPicked(volCount)
                    if ixState is equal to "U"
                        add 1 to standingCount
                    end-if
                end-if
        end-read
    end-perform.
    close indexFile.
    move 0 to takenCount.
    move "N" to sliceEmptySw.
    perform pickVolume thru pickVolume-exit
        until takenCount is not less than sliceSize or sliceEmpty.
    if takenCount is equal to zero
        display "    (nothing due)"
        exit paragraph
    end-if.
    open output indexFile.
    perform varying volIdx from 1 by 1
            until volIdx is greater than volCount
        move volRow(volIdx) to indexRecord
        write indexRecord
    end-perform.
    close indexFile.

*> The volume's row count is the sealed detail rows; the checksum
*> covers every line of the file, seal row included, so only the
*> checksum is held against it.
pickVolume.
    move 0 to bestIdx.
    move high-values to bestStamp.
    perform varying volIdx from 1 by 1
            until volIdx is greater than volCount
        move volRow(volIdx) to indexRecord
        if volPicked(volIdx) is equal to "N"
                and ixState is not equal to "U"
                and ixScrub is less than bestStamp
            move volIdx to bestIdx
            move ixScrub to bestStamp
        end-if
    end-perform.
    if bestIdx is equal to zero
        set sliceEmpty to true
        go to pickVolume-exit
    end-if.
    add 1 to takenCount.
    move "Y" to volPicked(bestIdx).
    move volRow(bestIdx) to indexRecord.
    move "N" to itemBadSw.
    move ixVolume to csumFile.
    move spaces to expectRows.
    move ixSum to expectSum.
    perform checkOne.
    if verdict is equal to "B"
        move csumSum to ixSum
    end-if.
    move todayStamp to ixScrub.
    if itemBad
        move "U" to ixState
        add 1 to flaggedCount
        move spaces to algObject
        string "volume " ixVolume delimited by size into algObject
        end-string
        call "sqrtalog" using algProgram, algAction, algObject
        end-call
    end-if.
    move indexRecord to volRow(bestIdx).

pickVolume-exit.
    exit.

*> ------------------------Shipped Transmissions-------------------------

*> Every transmission ever handed out a sequence is listed by its
*> manifest's H row; a manifest missing from the standby directory
*> cannot be flagged, so it is reported and alerted on its own.
scrubTransmissions.
    display "  Shipped transmissions (" function trim(shipDest) "):".
    move 0 to lastSeq, tsmCount.
    open input seqFile.
    if seqStatus is equal to "00"
        read seqFile
            at end continue
            not at end move seqLast to lastSeq
        end-read
        close seqFile
    end-if.
    if lastSeq is equal to zero
        display "    (nothing shipped)"
        exit paragraph
    end-if.
    perform listManifest varying probeSeq from 1 by 1
        until probeSeq is greater than lastSeq
            or tsmCount is not less than tsmMax.
    move 0 to takenCount.
    move "N" to sliceEmptySw.
    perform pickTransmission thru pickTransmission-exit
        until takenCount is not less than sliceSize or sliceEmpty.
    if takenCount is equal to zero
        display "    (nothing due)"
    end-if.

listManifest.
    perform buildManifestName.
    open input manifestFile.
    if manifestStatus is not equal to "00"
        add 1 to lostManCount
        display "    " function trim(manifestFname)
            "  *** MISSING -- manifest not on disk ***"
        move spaces to alertText
        string "Scrub " todayStamp ": manifest "
            function trim(manifestFname) " is missing from disk."
            delimited by size into alertText
        end-string
        perform noteAlert
        exit paragraph
    end-if.
    move spaces to manRecord.
    read manifestFile
        at end move spaces to manRecord
    end-read.
    close manifestFile.
    add 1 to tsmCount.
    move probeSeq to tsmSeq(tsmCount).
    move "N" to tsmPicked(tsmCount).
    if manType is equal to "H"
        move manScrubbed to tsmScrubbed(tsmCount)
        if manUnusable
            move "Y" to tsmPicked(tsmCount)
            add 1 to standingCount
        end-if
    else
        move spaces to tsmScrubbed(tsmCount)
    end-if.

buildManifestName.
    move spaces to manifestFname.
    move probeSeq to seqTxt.
    string function trim(shipDest) "/sqrt.ship.S" seqTxt
        delimited by size into manifestFname
    end-string.

pickTransmission.
    move 0 to bestIdx.
    move high-values to bestStamp.
    perform varying tsmIdx from 1 by 1
            until tsmIdx is greater than tsmCount
        if tsmPicked(tsmIdx) is equal to "N"
                and tsmScrubbed(tsmIdx) is less than bestStamp
            move tsmIdx to bestIdx
            move tsmScrubbed(tsmIdx) to bestStamp
        end-if
    end-perform.
    if bestIdx is equal to zero
        set sliceEmpty to true
        go to pickTransmission-exit
    end-if.
    add 1 to takenCount.
    move "Y" to tsmPicked(bestIdx).
    move tsmSeq(bestIdx) to probeSeq.
    perform buildManifestName.
    move 0 to manRowCount, manHdrIdx.
    move "N" to eofSw.
    open input manifestFile.
    if manifestStatus is not equal to "00"
        go to pickTransmission-exit
    end-if.
    perform until atEof
        move spaces to manRecord
        read manifestFile
            at end set atEof to true
            not at end
                if manRowCount is less than manRowMax
                    add 1 to manRowCount
                    move manRecord to manRow(manRowCount)
                    if manType is equal to "H"
                        move manRowCount to manHdrIdx
                    end-if
                end-if
        end-read
    end-perform.
    close manifestFile.
    move "N" to itemBadSw.
    perform varying manRowIdx from 1 by 1
            until manRowIdx is greater than manRowCount
        move manRow(manRowIdx) to manRecord
        if manType is equal to "F"
            move spaces to csumFile
            string function trim(shipDest) "/" function trim(manName)
                ".S" seqTxt delimited by size into csumFile
            end-string
            move manCount to expectRows
            move manSum to expectSum
            perform checkOne
            if verdict is equal to "B"
                move csumSum to manSum
                move manRecord to manRow(manRowIdx)
            end-if
        end-if
    end-perform.
    if manHdrIdx is not equal to zero
        move manRow(manHdrIdx) to manRecord
        move todayStamp to manScrubbed
        if itemBad
            move "U" to manState
            add 1 to flaggedCount
            move spaces to algObject
            string "transmission S" seqTxt
                delimited by size into algObject
            end-string
            call "sqrtalog" using algProgram, algAction, algObject
            end-call
        end-if
        move manRecord to manRow(manHdrIdx)
    end-if.
    open output manifestFile.
    perform varying manRowIdx from 1 by 1
            until manRowIdx is greater than manRowCount
        move manRow(manRowIdx) to manRecord
        write manRecord
    end-perform.
    close manifestFile.

pickTransmission-exit.
    exit.

*> ------------------------One Copy--------------------------------------

*> Re-reads csumFile and holds it to the count and checksum recorded
*> for it (expectRows blank when only the checksum is kept).
checkOne.
    call "sqrtcsum" using csumFile, csumRows, csumSum, csumRc
    end-call.
    move csumSum to csumText.
    if expectSum is not numeric
        if csumRc is equal to 0
            move "B" to verdict
        else
            if slotOptional
                move "N" to verdict
            else
                move "G" to verdict
            end-if
        end-if
    else
        if csumRc is not equal to 0
            move "G" to verdict
        else
            if csumText is not equal to expectSum
                    or (expectRows is numeric
                        and csumRows is not equal to
                            function numval(expectRows))
                move "X" to verdict
            else
                move "M" to verdict
            end-if
        end-if
    end-if.
    if verdict is equal to "N"
        exit paragraph
    end-if.
    add 1 to scrubbedCount.
    move csumFile to outCopy.
    move csumRows to outRows.
    evaluate verdict
        when "M"
            add 1 to matchedCount
            move "MATCH" to outVerdict
        when "B"
            add 1 to baselineCount
            move "BASELINED (no checksum on record)" to outVerdict
        when "X"
            move "*** MISMATCH -- flagged unusable ***" to outVerdict
        when "G"
            move "*** MISSING -- flagged unusable ***" to outVerdict
    end-evaluate.
    display copyLine.
    if verdictBad
        add 1 to badCount
        set itemBad to true
        move spaces to alertText
        if verdict is equal to "G"
            string "Scrub " todayStamp ": " function trim(csumFile)
                " is missing from disk; flagged unusable."
                delimited by size into alertText
            end-string
        else
            string "Scrub " todayStamp ": " function trim(csumFile)
                " no longer matches its recorded checksum;"
                " flagged unusable." delimited by size into alertText
            end-string
        end-if
        perform noteAlert
    end-if.

*> The same audience file sqrtalert delivers through, opened on the
*> first finding of the night; one line per copy found wanting.
noteAlert.
    if not alertOpen
        open output alertFile
        move "URGENCY: NOTE" to alertLine
        write alertLine
        set alertOpen to true
    end-if.
    move alertText to alertLine.
    write alertLine.

*> ------------------------------------------------------------------

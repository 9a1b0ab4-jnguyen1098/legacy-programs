*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -               Shared Keyed-master Access Subprogram               -
*> ---------------------------------------------------------------------
*> sqrt.dat used to be a flat file, so every change was an old-master/
*> new-master pass: sqrtappr, sqrthold's auto-release and sqrtjrnl's
*> undo all rewrote the whole file to sqrt.dat.new and queued it for
*> sqrtprom, just to touch two records. The master of record is now
*> sqrt.dat.ksds, an indexed file keyed on recSerial (layout in
*> sqrtkmst.cpy), and the maintenance programs update it in place
*> through this one routine, in the sqrtlock/sqrtoutv mold, so the
*> keying rules can't drift between callers.
*>
*> The flat sqrt.dat stays, as the sequential UNLOAD of the keyed
*> master in its original file order: SQRT, the splitter and every
*> report read it exactly as before. A caller that changes the master
*> unloads it before letting go of the sqrt.dat lock, so the two never
*> disagree outside the lock. The first open of a master that does
*> not exist yet builds it from the flat file, which is also how
*> sqrtprom re-keys a promoted replacement.
*>
*> Keys: a detail record is keyed on its own recSerial. A hand-keyed
*> record that never passed the loader (blank serial) -- or a
*> duplicated one -- is given the next serial off the shared
*> sqrt.serial counter as it enters the master, so every record is
*> finally addressable without matching its whole image. CTL1/HDR1/
*> TRL1/CMT1/GRP1/CHN1 cards get a "~nnnnnn" key of their own; they keep
*> their place in the file through the mstSeq alternate key.
*>
*>   kmAction  x(01)  "O" open (building the master if absent)
*>                    "X" close
*>                    "B" begin a browse in file order
*>                    "N" next record of the browse -> kmAfter
*>                    "F" find: is kmBefore on the master as-is?
*>                    "C" change: the record imaged by kmBefore
*>                        becomes kmAfter, in place
*>                    "D" delete the record imaged by kmBefore
*>                    "A" add kmAfter at the end of the file
*>                    "U" unload the master to the flat sqrt.dat
*>                    "L" (re)load the master from the flat sqrt.dat
*>   kmBefore  x(80)  image of the record to find/change/delete
*>   kmAfter   x(80)  image to write; returned as actually written
*>                    (serial stamped in) on "C"/"A", and the
*>                    browsed record on "N"
*>   kmRc      9(01)  0 = done, 1 = end of browse, 4 = the kmBefore
*>                    record is not on the master as imaged (or an
*>                    added serial is already there), 8 = master or
*>                    flat file unavailable
*>
*> A kmBefore with a blank serial (an edit queued before its record
*> was keyed) is matched by a file-order scan that ignores the serial
*> and seal columns; anything with a serial is one keyed read.
*>
*> Stamping a serial changes a sealed field, so a record that came in
*> with a good seal (sqrtseal.cob) is resealed over its new serial.
*> One whose seal was already broken, or which had none, is keyed
*> as it stands and left for SQRT to reject.

identification division.
program-id. sqrtkmst.

environment division.

input-output section.
file-control.
    select masterFile assign to "sqrt.dat.ksds"
        organization is indexed
        access mode is dynamic
        record key is mstSerial
        alternate record key is mstSeq
        file status is masterStatus.
    select flatFile assign to "sqrt.dat"
        organization is line sequential
        file status is flatStatus.
    select serialFile assign to "sqrt.serial"
        organization is line sequential
        file status is serialStatus.

data division.

file section.
fd masterFile.
    copy "sqrtkmst.cpy".
fd flatFile.
    01 flatRecord pic x(80).
*> The estate-wide serial counter sqrtload and sqrtintk draw from
fd serialFile.
    01 serialRecord.
       02 serialLast pic 9(07).

working-storage section.
77 masterStatus pic x(02).
77 flatStatus   pic x(02).
77 serialStatus pic x(02).

copy "sqrtrec.cpy".
01 tagView redefines lineStruct.
    02 anyTag pic x(04).
    02 filler pic x(76).

77 openSw      pic x(01) value "N".
    88 masterOpen value "Y".
77 flatEofSw   pic x(01) value "N".
    88 flatAtEof value "Y".
77 scanEofSw   pic x(01) value "N".
    88 scanAtEof value "Y".
77 foundSw     pic x(01) value "N".
    88 imageFound value "Y".
77 dupSw       pic x(01) value "N".
    88 keyTaken value "Y".
*> A load draws its serials against one read of the counter and
*> saves it once at the end, not once per record.
77 serialBatchSw pic x(01) value "N".
    88 serialBatch value "Y".

*> Where the file-order browse last stood, and the next free file
*> position and card ordinal for anything added
77 browseSeq   pic 9(09) value 0.
77 nextSeq     pic 9(09) value 0.
77 tildeNext   pic 9(06) value 0.
77 keepSeq     pic 9(09) value 0.
77 newKey      pic x(07) value spaces.
77 curKey      pic x(07) value spaces.

77 nextSerial  pic 9(07) value 0.
77 serialOut   pic 9(07) value 0.

*> Interface to the shared sqrtseal record seal routine
77 sealAction  pic x(01) value "V".
77 sealRc      pic 9(01) value 0.
77 sealPriorRc pic 9(01) value 0.

*> Load / unload tallies
77 loadCount    pic 9(09) value 0.
77 stampCount   pic 9(09) value 0.
77 unloadCount  pic 9(09) value 0.
77 editCount    pic zzz,zzz,zz9.

linkage section.
77 kmAction pic x(01).
77 kmBefore pic x(80).
77 kmAfter  pic x(80).
77 kmRc     pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using kmAction, kmBefore, kmAfter, kmRc.

    move 0 to kmRc.
    evaluate kmAction
        when "O" perform openMaster
        when "X" perform closeMaster
        when "B" move 0 to browseSeq
        when "N" perform browseNext
        when "F" perform findImage
        when "C" perform changeImage thru changeImage-exit
        when "D" perform deleteImage
        when "A" perform addImage thru addImage-exit
        when "U" perform unloadMaster
        when "L" perform reloadMaster
        when other move 8 to kmRc
    end-evaluate.
    goback.

*> -----------------------------Open / Close-----------------------------

openMaster.
    if masterOpen
        exit paragraph
    end-if.
    open i-o masterFile.
    if masterStatus is equal to "35"
        perform loadMaster
        if kmRc is not equal to 0
            exit paragraph
        end-if
        open i-o masterFile
    end-if.
    if masterStatus is not equal to "00"
        display "sqrtkmst: cannot open sqrt.dat.ksds (status "
            masterStatus ")"
        move 8 to kmRc
        exit paragraph
    end-if.
    set masterOpen to true.
    perform findHighWater.
    if stampCount is greater than zero
        perform unloadMaster
    end-if.
    move 0 to stampCount.

closeMaster.
    if masterOpen
        close masterFile
        move "N" to openSw
    end-if.

*> The last file position and the last card ordinal in use, so an
*> add lands after everything already on the master.
findHighWater.
    move 0 to nextSeq, tildeNext.
    move 999999999 to mstSeq.
    start masterFile key is not greater than mstSeq
        invalid key continue
        not invalid key
            read masterFile next record
                at end continue
                not at end move mstSeq to nextSeq
            end-read
    end-start.
    move "~999999" to mstSerial.
    start masterFile key is not greater than mstSerial
        invalid key continue
        not invalid key
            read masterFile next record
                at end continue
                not at end
                    if mstSerial(1:1) is equal to "~"
                        move mstSerial(2:6) to tildeNext
                    end-if
            end-read
    end-start.

*> ---------------------------File-order Browse--------------------------

*> Every step re-positions on the alternate key, so a caller may
*> change or delete the record it was just handed and carry on.
browseNext.
    if not masterOpen
        move 8 to kmRc
        exit paragraph
    end-if.
    move browseSeq to mstSeq.
    start masterFile key is greater than mstSeq
        invalid key
            move 1 to kmRc
            exit paragraph
    end-start.
    read masterFile next record
        at end
            move 1 to kmRc
            exit paragraph
    end-read.
    move mstSeq to browseSeq.
    move mstImage to kmAfter.

*> ---------------------------Keyed Maintenance--------------------------

findImage.
    perform locateImage thru locateImage-exit.
    if not imageFound
        move 4 to kmRc
    end-if.

changeImage.
    perform locateImage thru locateImage-exit.
    if not imageFound
        move 4 to kmRc
        go to changeImage-exit
    end-if.
    move mstSerial to curKey.
    move mstSeq to keepSeq.
    move kmAfter to lineStruct.
    perform deriveKey.
    move lineStruct to kmAfter.
    if newKey is equal to curKey
        move kmAfter to mstImage
        rewrite mstRecord
            invalid key move 8 to kmRc
        end-rewrite
        go to changeImage-exit
    end-if.
*> The edit moved the record to a different serial: it leaves its
*> old key and takes the new one, keeping its place in the file.
    move newKey to mstSerial.
    read masterFile key is mstSerial
        invalid key move "N" to dupSw
        not invalid key set keyTaken to true
    end-read.
    if keyTaken
        move "N" to dupSw
        move 4 to kmRc
        go to changeImage-exit
    end-if.
    move curKey to mstSerial.
    delete masterFile record
        invalid key
            move 8 to kmRc
            go to changeImage-exit
    end-delete.
    move spaces to mstRecord.
    move newKey to mstSerial.
    move keepSeq to mstSeq.
    move kmAfter to mstImage.
    write mstRecord
        invalid key move 8 to kmRc
    end-write.

changeImage-exit.
    exit.

deleteImage.
    perform locateImage thru locateImage-exit.
    if not imageFound
        move 4 to kmRc
        exit paragraph
    end-if.
    delete masterFile record
        invalid key move 8 to kmRc
    end-delete.

addImage.
    if not masterOpen
        move 8 to kmRc
        go to addImage-exit
    end-if.
    move spaces to curKey.
    move kmAfter to lineStruct.
    perform deriveKey.
    move lineStruct to kmAfter.
    move spaces to mstRecord.
    move newKey to mstSerial.
    add 1 to nextSeq.
    move nextSeq to mstSeq.
    move kmAfter to mstImage.
    write mstRecord
        invalid key
            subtract 1 from nextSeq
            move 4 to kmRc
    end-write.

addImage-exit.
    exit.

*> Finds the record kmBefore images. A serial means one keyed read
*> and an exact image compare; no serial (or a card) means a scan in
*> file order, with a detail's serial and seal columns left out of
*> the compare because the master may have stamped (and resealed
*> over) a serial since.
locateImage.
    move "N" to foundSw.
    if not masterOpen
        go to locateImage-exit
    end-if.
    move kmBefore to lineStruct.
    if anyTag is not equal to "CTL1" and anyTag is not equal to "HDR1"
            and anyTag is not equal to "TRL1"
            and anyTag is not equal to "CMT1"
            and anyTag is not equal to "GRP1"
            and anyTag is not equal to "CHN1"
            and recSerial is not equal to spaces
        move recSerial to mstSerial
        read masterFile key is mstSerial
            invalid key go to locateImage-exit
        end-read
        if mstImage is equal to kmBefore
            set imageFound to true
        end-if
        go to locateImage-exit
    end-if.
    move "N" to scanEofSw.
    move 0 to mstSeq.
    start masterFile key is greater than mstSeq
        invalid key go to locateImage-exit
    end-start.
    perform li1 thru li1-exit until scanAtEof or imageFound.

locateImage-exit.
    exit.

li1.
    read masterFile next record
        at end
            set scanAtEof to true
            go to li1-exit
    end-read.
    if mstImage is equal to kmBefore
        set imageFound to true
        go to li1-exit
    end-if.
    if recSerial is equal to spaces
            and mstImage(1:69) is equal to kmBefore(1:69)
            and mstImage(77:2) is equal to kmBefore(77:2)
            and mstSerial(1:1) is not equal to "~"
        set imageFound to true
    end-if.

li1-exit.
    exit.

*> The key the record in lineStruct belongs under. curKey is the key
*> it has now (spaces for a record not yet on the master): a card
*> keeps its ordinal or takes the next; a detail keeps its own
*> serial, inherits curKey when the edit blanked it, or draws a new
*> one off sqrt.serial and carries it stamped into the image.
deriveKey.
    if anyTag is equal to "CTL1" or anyTag is equal to "HDR1"
            or anyTag is equal to "TRL1" or anyTag is equal to "CMT1"
            or anyTag is equal to "GRP1" or anyTag is equal to "CHN1"
        if curKey(1:1) is equal to "~"
            move curKey to newKey
        else
            add 1 to tildeNext
            move spaces to newKey
            string "~" tildeNext delimited by size into newKey
            end-string
        end-if
        exit paragraph
    end-if.
    if recSerial is equal to spaces
        move "V" to sealAction
        call "sqrtseal" using sealAction, lineStruct, sealRc end-call
        if curKey is not equal to spaces
                and curKey(1:1) is not equal to "~"
            move curKey to recSerial
        else
            if not serialBatch
                perform loadSerial
            end-if
            add 1 to nextSerial
            move nextSerial to serialOut
            move serialOut to recSerial
            if not serialBatch
                perform saveSerial
            end-if
            add 1 to stampCount
        end-if
        if sealRc is equal to 0
            move "S" to sealAction
            call "sqrtseal" using sealAction, lineStruct, sealRc
            end-call
        end-if
    end-if.
    move recSerial to newKey.

loadSerial.
    move 0 to nextSerial.
    open input serialFile.
    if serialStatus is equal to "00"
        read serialFile
            at end continue
            not at end move serialLast to nextSerial
        end-read
        close serialFile
    end-if.

saveSerial.
    open output serialFile.
    move nextSerial to serialLast.
    write serialRecord.
    close serialFile.

*> ----------------------------Load / Unload-----------------------------

*> Builds the keyed master from the flat sqrt.dat in one pass, in
*> file order. A detail whose serial is missing or already taken is
*> given a fresh one; those stamps are then unloaded straight back so
*> the flat file carries the same serials the master is keyed on.
loadMaster.
    move 0 to loadCount, stampCount, tildeNext, nextSeq.
    move "N" to flatEofSw.
    open input flatFile.
    if flatStatus is not equal to "00"
        display "sqrtkmst: no sqrt.dat to build the master from"
            " (status " flatStatus ")"
        move 8 to kmRc
        exit paragraph
    end-if.
    open output masterFile.
    if masterStatus is not equal to "00"
        display "sqrtkmst: cannot create sqrt.dat.ksds (status "
            masterStatus ")"
        close flatFile
        move 8 to kmRc
        exit paragraph
    end-if.
    perform loadSerial.
    set serialBatch to true.
    perform lm1 thru lm1-exit until flatAtEof.
    move "N" to serialBatchSw.
    if stampCount is greater than zero
        perform saveSerial
    end-if.
    close flatFile, masterFile.
    move loadCount to editCount.
    display "sqrtkmst: sqrt.dat.ksds built from sqrt.dat, "
        function trim(editCount) " records".
    if stampCount is greater than zero
        move stampCount to editCount
        display "sqrtkmst: " function trim(editCount)
            " records given serials (missing or duplicated)"
    end-if.

lm1.
    read flatFile at end set flatAtEof to true end-read.
    if flatAtEof
        go to lm1-exit
    end-if.
    move flatRecord to lineStruct.
    move spaces to curKey.
    perform deriveKey.
    move spaces to mstRecord.
    move newKey to mstSerial.
    add 1 to nextSeq.
    move nextSeq to mstSeq.
    move lineStruct to mstImage.
    write mstRecord
        invalid key set keyTaken to true
    end-write.
    if keyTaken
        move "N" to dupSw
        move "V" to sealAction
        call "sqrtseal" using sealAction, lineStruct, sealPriorRc
        end-call
        move spaces to recSerial
        perform deriveKey
        if sealPriorRc is equal to 0
            move "S" to sealAction
            call "sqrtseal" using sealAction, lineStruct, sealRc
            end-call
        end-if
        move newKey to mstSerial
        move lineStruct to mstImage
        write mstRecord
            invalid key continue
        end-write
    end-if.
    add 1 to loadCount.

lm1-exit.
    exit.

*> An explicit rebuild, for a promoted replacement of the flat file.
reloadMaster.
    perform closeMaster.
    perform loadMaster.
    if kmRc is not equal to 0
        exit paragraph
    end-if.
    perform openMaster.

*> Rewrites the flat sqrt.dat from the master in file order.
unloadMaster.
    if not masterOpen
        move 8 to kmRc
        exit paragraph
    end-if.
    move 0 to unloadCount.
    open output flatFile.
    if flatStatus is not equal to "00"
        display "sqrtkmst: cannot write sqrt.dat (status "
            flatStatus ")"
        move 8 to kmRc
        exit paragraph
    end-if.
    move "N" to scanEofSw.
    move 0 to mstSeq.
    start masterFile key is greater than mstSeq
        invalid key set scanAtEof to true
    end-start.
    perform um1 thru um1-exit until scanAtEof.
    close flatFile.
    move unloadCount to editCount.
    display "sqrtkmst: sqrt.dat unloaded from sqrt.dat.ksds, "
        function trim(editCount) " records".

um1.
    read masterFile next record
        at end
            set scanAtEof to true
            go to um1-exit
    end-read.
    write flatRecord from mstImage.
    add 1 to unloadCount.

um1-exit.
    exit.

*> ---------------------------------------------------------------------

*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -            Shared Keyed Results-master Access Subprogram          -
*> ---------------------------------------------------------------------
*> sqrt.out is a line-sequential file that accumulates HDR1/TRL1
*> groups, so every "what root did we give serial X" walked it from
*> the top. SQRT now keeps sqrt.out.ksds alongside it: an indexed
*> master keyed on the record serial, with an alternate key on the
*> radicand, holding the latest answer per serial (layout in
*> sqrtomst.cpy). This is the one routine that reads or writes it, in
*> the sqrtkmst mold, so the keying rules can't drift between SQRT,
*> the partition merge, the lineage and reverse lookups, the standby
*> receiver, the backout and the retention manager.
*>
*> Interface:  call "sqrtomst" using omAction, omEntry, omCount, omRc
*>   omAction  x(01)  "O" open for update (building an empty master
*>                        if there is none yet)
*>                    "X" close
*>                    "P" post omEntry: added, or replacing the
*>                        serial's earlier answer
*>                    "S" find by serial (omEntry's serial) -> omEntry
*>                    "R" find by radicand (omEntry's radicand): the
*>                        most recently posted answer -> omEntry, and
*>                        how many serials carry it -> omCount
*>                    "B" begin a browse in serial order
*>                    "N" next entry of the browse -> omEntry
*>                    "D" delete the entry for omEntry's serial
*>                    "W" withdraw every entry posted under omEntry's
*>                        run id (a backed-out run) -> omCount
*>   omEntry   x(90)  the sqrtomst.cpy image
*>   omCount   9(09)  see "R" and "W"
*>   omRc      9(01)  0 done, 1 end of browse, 4 not on the master
*>                    (or a serial-less entry offered to "P"),
*>                    8 master unavailable
*>
*> Lookups open the master input-only when nothing has opened it yet,
*> so a query program never creates one; updates reopen it for
*> update. A reopen ends any browse in progress.

identification division.
program-id. sqrtomst.

environment division.

input-output section.
file-control.
    select masterFile assign to "sqrt.out.ksds"
        organization is indexed
        access mode is dynamic
        record key is omSerial
        alternate record key is omRadKey with duplicates
        file status is masterStatus.

data division.

file section.
fd masterFile.
    copy "sqrtomst.cpy".

working-storage section.
77 masterStatus pic x(02).
77 openSw       pic x(01) value "N".
    88 masterClosed value "N".
    88 masterQuery  value "I".
    88 masterUpdate value "U".
77 scanEofSw    pic x(01) value "N".
    88 scanAtEof value "Y".
77 targetRadKey pic x(22) value spaces.
77 targetRunId  pic x(14) value spaces.
77 bestPosted   pic x(14) value spaces.
77 bestEntry    pic x(90) value spaces.

linkage section.
77 omAction pic x(01).
77 omEntry  pic x(90).
77 omCount  pic 9(09).
77 omRc     pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using omAction, omEntry, omCount, omRc.

    move 0 to omRc.
    evaluate omAction
        when "O"
            perform openUpdate
        when "X"
            perform closeMaster
        when "P"
            perform postEntry
        when "S"
            perform findSerial
        when "R"
            perform findRadicand
        when "B"
            perform beginBrowse
        when "N"
            perform nextBrowse
        when "D"
            perform deleteEntry
        when "W"
            perform withdrawRun
        when other
            move 8 to omRc
    end-evaluate.
    goback.

*> ---------------------------Open and Close----------------------------

openUpdate.
    if masterUpdate
        exit paragraph
    end-if.
    if masterQuery
        close masterFile
        set masterClosed to true
    end-if.
    open i-o masterFile.
    if masterStatus is equal to "35"
        open output masterFile
        close masterFile
        open i-o masterFile
    end-if.
    if masterStatus is not equal to "00"
        move 8 to omRc
        exit paragraph
    end-if.
    set masterUpdate to true.

openQuery.
    if not masterClosed
        exit paragraph
    end-if.
    open input masterFile.
    if masterStatus is not equal to "00"
        move 8 to omRc
        exit paragraph
    end-if.
    set masterQuery to true.

closeMaster.
    if not masterClosed
        close masterFile
        set masterClosed to true
    end-if.

*> ---------------------------Update------------------------------------

*> A serial answered again (a rerun, a later night's duplicate) keeps
*> one entry: the newer answer replaces it.
postEntry.
    perform openUpdate.
    if omRc is not equal to 0
        exit paragraph
    end-if.
    move omEntry to omRecord.
    if omSerial is equal to spaces
        move 4 to omRc
        exit paragraph
    end-if.
    write omRecord
        invalid key
            rewrite omRecord
                invalid key move 8 to omRc
            end-rewrite
    end-write.

deleteEntry.
    perform openUpdate.
    if omRc is not equal to 0
        exit paragraph
    end-if.
    move omEntry to omRecord.
    delete masterFile record
        invalid key move 4 to omRc
    end-delete.

*> One pass in serial order, deleting as it goes; the browse position
*> survives a delete of the record just read.
withdrawRun.
    move 0 to omCount.
    perform openUpdate.
    if omRc is not equal to 0
        exit paragraph
    end-if.
    move omEntry to omRecord.
    move omRunId to targetRunId.
    move "N" to scanEofSw.
    move low-values to omSerial.
    start masterFile key is greater than or equal to omSerial
        invalid key set scanAtEof to true
    end-start.
    perform wr1 thru wr1-exit until scanAtEof.

wr1.
    read masterFile next at end set scanAtEof to true end-read.
    if scanAtEof
        go to wr1-exit
    end-if.
    if omRunId is not equal to targetRunId
        go to wr1-exit
    end-if.
    delete masterFile record
        invalid key go to wr1-exit
    end-delete.
    add 1 to omCount.

wr1-exit.
    exit.

*> ---------------------------Lookup------------------------------------

findSerial.
    perform openQuery.
    if omRc is not equal to 0
        exit paragraph
    end-if.
    move omEntry to omRecord.
    read masterFile key is omSerial
        invalid key
            move 4 to omRc
        not invalid key
            move omRecord to omEntry
    end-read.

*> Every serial carrying the radicand sits together on the alternate
*> key; the most recently posted is the answer given last.
findRadicand.
    move 0 to omCount.
    perform openQuery.
    if omRc is not equal to 0
        exit paragraph
    end-if.
    move omEntry to omRecord.
    move omRadKey to targetRadKey.
    move spaces to bestPosted, bestEntry.
    move "N" to scanEofSw.
    start masterFile key is equal to omRadKey
        invalid key set scanAtEof to true
    end-start.
    perform fr1 thru fr1-exit until scanAtEof.
    if omCount is equal to zero
        move 4 to omRc
        exit paragraph
    end-if.
    move bestEntry to omEntry.

fr1.
    read masterFile next at end set scanAtEof to true end-read.
    if scanAtEof
        go to fr1-exit
    end-if.
    if omRadKey is not equal to targetRadKey
        set scanAtEof to true
        go to fr1-exit
    end-if.
    add 1 to omCount.
    if omCount is equal to 1 or omPosted is greater than bestPosted
        move omPosted to bestPosted
        move omRecord to bestEntry
    end-if.

fr1-exit.
    exit.

beginBrowse.
    perform openQuery.
    if omRc is not equal to 0
        exit paragraph
    end-if.
    move "N" to scanEofSw.
    move low-values to omSerial.
    start masterFile key is greater than or equal to omSerial
        invalid key set scanAtEof to true
    end-start.

nextBrowse.
    if masterClosed or scanAtEof
        move 1 to omRc
        exit paragraph
    end-if.
    read masterFile next at end set scanAtEof to true end-read.
    if scanAtEof
        move 1 to omRc
        exit paragraph
    end-if.
    move omRecord to omEntry.

*> ---------------------------------------------------------------------

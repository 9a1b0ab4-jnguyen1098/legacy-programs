*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -              Control-file Maintenance Utility                     -
*> ---------------------------------------------------------------------
*> A dozen control files steer the nightly stream -- the source
*> registry, the extract mappings, the feed schedule, alert routing,
*> the rate card, the correction rules, the subscriber feed specs,
*> distribution, retention, the calendar, governance and the budgets
*> -- and all of them were kept with a text editor, where a value one
*> column out of place is only found when its consumer misreads it at
*> 2am. This utility is sqrtpedt for those files: it knows every
*> file's fixed-column layout (the shared sqrtcfld.cpy, kept in step
*> with the consumers' own FDs), prompts field by field, validates
*> each value against the shape its consumer parses it into and each
*> record against the cross-field rules the consumer relies on, and
*> only then lets the record into the file.
*>
*> Per file: the dataset is resolved the way its consumer resolves it
*> (sqrt.cal, sqrt.gov and sqrt.budg honour their run-parameter
*> overrides), claimed through sqrtlock for the whole edit, table-
*> loaded, and written back on leaving it if anything changed. Every
*> add, change and delete journals its before/after images to
*> <dataset>.jrn and is logged through sqrtalog. Comment rows ("*" in
*> column 1, except on the rate card where "*" is the any-tier row)
*> are carried through untouched. (V)alidate runs the same
*> checks over the rows already on file, so a file edited by hand
*> before this utility existed can be brought into line.
*>
*> Listing and validating are open to anyone; adding, changing or
*> deleting a record needs the CTLEDIT privilege on the sqrt.auth
*> registry, asked once per file.

identification division.
program-id. sqrtcedt.

environment division.

input-output section.
file-control.
    select ctlFile assign to dynamic ctlFname
        organization is line sequential
        file status is ctlFileStatus.
    select journalFile assign to dynamic jrnFname
        organization is line sequential
        file status is journalStatus.

data division.

file section.
fd ctlFile.
    01 ctlRecord pic x(80).
fd journalFile.
    copy "sqrtjrnl.cpy".

working-storage section.
77 ctlFileStatus pic x(02).
77 journalStatus pic x(02).
77 ctlFname      pic x(50) value spaces.
77 jrnFname      pic x(60) value spaces.

77 ctlEofSw pic x(01) value "N".
    88 ctlAtEof value "Y".
77 tooBigSw pic x(01) value "N".
    88 fileTooBig value "Y".

77 fileChoice pic x(02) value spaces.
77 fileDoneSw pic x(01) value "N".
    88 filesDone value "Y".
77 choice pic x(01) value spaces.
    88 addChoice      value "A" "a".
    88 changeChoice   value "C" "c".
    88 deleteChoice   value "D" "d".
    88 listChoice     value "L" "l".
    88 validateChoice value "V" "v".
    88 quitChoice     value "Q" "q".

*> Every file's layout, field by field
77 cfMax    pic 9(02) value 12.
77 fileIdx  pic 9(02) value 0.
77 fileDisp pic z9.
77 fldIdx   pic 9(03) value 0.
77 fldLast  pic 9(03) value 0.
copy "sqrtcfld.cpy".

*> The whole dataset, table-loaded; these are control files of tens
*> of rows, so edit-in-memory-write-back keeps every pass simple and
*> the journal images exact. A file past the table is refused rather
*> than truncated on write-back.
77 crMax   pic 9(04) value 1000.
77 crCount pic 9(04) value 0.
77 crIdx   pic 9(04) value 0.
01 crTable.
    02 crEntry occurs 1000 times pic x(80).

77 dirtySw pic x(01) value "N".
    88 fileDirty value "Y".
77 changeModeSw pic x(01) value "N".
    88 changeMode value "Y".

*> Operator entries, validated before anything lands in the table
77 fieldIn    pic x(50) value spaces.
77 fieldOut   pic x(30) value spaces.
77 curValue   pic x(30) value spaces.
77 targetNo   pic x(05) value spaces.
77 targetIdx  pic 9(04) value 0.
77 entryError pic x(01) value "N".
    88 hadError value "Y".
77 errMsg     pic x(60) value spaces.
77 entryDisp  pic zzz9.
77 posDisp    pic zz9.
77 lenDisp    pic z9.
77 badCount   pic 9(04) value 0.
77 badDisp    pic zzz9.
77 rowBadSw   pic x(01) value "N".
    88 rowBad value "Y".
01 builtLine  pic x(80) value spaces.

*> Field-check work fields
77 valLen    pic 9(02) value 0.
01 numWorkX  pic x(12) value spaces.
77 decWork   pic s9(12)v9(8) value 0.
77 decWork2  pic s9(12)v9(8) value 0.
77 allowIdx  pic 9(01) value 0.
01 allowItems.
    02 allowItem occurs 6 times pic x(10).
77 allowSw   pic x(01) value "N".
    88 allowMatched value "Y".
77 flagIdx   pic 9(02) value 0.
77 flagChar  pic x(01) value space.
77 tallyCnt  pic 9(03) value 0.

*> Cross-field work fields
77 pairPos   pic 9(03) value 0.
77 pairLen   pic 9(02) value 0.
77 colWork   pic 9(02) value 0.
77 slotIdx   pic 9(01) value 0.
77 slotBase  pic 9(02) value 0.
77 slotsUsed pic 9(01) value 0.

*> Interface to the shared sqrtparm resolution routine
77 parmKey    pic x(30) value spaces.
77 parmValue  pic x(50) value spaces.
77 parmSource pic x(08) value spaces.

77 operatorId pic x(08) value spaces.

*> Interface to the shared sqrtauth authority check; asked once per
*> file, the first time a privileged action is chosen
77 authProgram  pic x(08) value "SQRTCEDT".
77 authPriv     pic x(08) value "CTLEDIT".
77 authObject   pic x(30) value spaces.
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.
77 authCheckSw  pic x(01) value "N".
    88 authChecked value "Y".
77 wsDateTime pic x(21).
77 jrnActionWs pic x(08) value spaces.
77 jrnBeforeWs pic x(80) value spaces.
77 jrnAfterWs  pic x(80) value spaces.

*> Interface to the shared sqrtalog action log
77 algProgram pic x(08) value "SQRTCEDT".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Shop-standard enqueue on the dataset while it's edited
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTCEDT".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value spaces.

*> ---------------------------Main Program-------------------------------

procedure division.

    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".
    display "~          Control-file Maintenance                ~".
    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".

    accept operatorId from environment "LOGNAME".
    if operatorId is equal to spaces
        accept operatorId from environment "USER"
    end-if.
    if operatorId is equal to spaces
        move "UNKNOWN" to operatorId
    end-if.

    perform fileMenu until filesDone.

    display "Done.".
    stop run.

*> ----------------------------File Menu----------------------------------

fileMenu.
    display " ".
    perform fm1 varying fileIdx from 1 by 1
        until fileIdx is greater than cfMax.
    display "File number, or (Q)uit: " with no advancing.
    accept fileChoice end-accept.
    if fileChoice is equal to "Q" or fileChoice is equal to "q"
        set filesDone to true
        exit paragraph
    end-if.
    if function test-numval(fileChoice) is not equal to 0
            or function numval(fileChoice) is not greater than zero
            or function numval(fileChoice) is greater than cfMax
        display "  Invalid choice; re-enter."
        exit paragraph
    end-if.
    move function numval(fileChoice) to fileIdx.
    perform editFile thru ef-done.

fm1.
    move fileIdx to fileDisp.
    display "  " fileDisp ". " cfName(fileIdx) " " cfTitle(fileIdx).

*> ----------------------------One File-----------------------------------

editFile.
    move cfName(fileIdx) to ctlFname.
    if cfParm(fileIdx) is not equal to spaces
        move cfParm(fileIdx) to parmKey
        call "sqrtparm" using parmKey, parmValue, parmSource end-call
        if parmValue is not equal to spaces
            move parmValue to ctlFname
        end-if
    end-if.
    move spaces to jrnFname.
    string function trim(ctlFname) ".jrn"
        delimited by size into jrnFname
    end-string.
    move ctlFname to lockDataset authObject.
    move cfFirst(fileIdx) to fldIdx.
    compute fldLast = cfFirst(fileIdx) + cfFields(fileIdx) - 1.

    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "  " function trim(ctlFname) " is locked by "
            lockOwner " -- not edited"
        go to ef-done
    end-if.

    move "N" to authCheckSw dirtySw.
    move spaces to choice.
    perform loadFile.
    if fileTooBig
        display "  " function trim(ctlFname) " has more than "
            crMax " rows -- not edited"
    else
        display " "
        display "  Editing " function trim(ctlFname) " ("
            function trim(cfTitle(fileIdx)) ")"
        perform editMenu until quitChoice
        if fileDirty
            perform writeFile
            display "  " function trim(ctlFname) " rewritten."
        end-if
    end-if.

    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.

ef-done.
    exit.

editMenu.
    display " ".
    display "(A)dd (C)hange (D)elete (L)ist (V)alidate (Q)uit: "
        with no advancing.
    accept choice end-accept.
    if addChoice
        perform addRow thru add-done
    else
        if changeChoice
            perform changeRow thru chg-done
        else
            if deleteChoice
                perform deleteRow thru del-done
            else
                if listChoice
                    perform listRows thru lst-done
                else
                    if validateChoice
                        perform validateRows thru val-done
                    else
                        if not quitChoice
                            display "  Invalid choice; re-enter."
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.

*> ----------------------------Load / Save--------------------------------

loadFile.
    move 0 to crCount.
    move "N" to ctlEofSw tooBigSw.
    open input ctlFile.
    if ctlFileStatus is not equal to "00"
        display "  (no " function trim(ctlFname)
            " yet; starting empty)"
        exit paragraph
    end-if.
    perform lf1 thru lf1-exit until ctlAtEof or fileTooBig.
    close ctlFile.

lf1.
    read ctlFile at end set ctlAtEof to true end-read.
    if ctlAtEof
        go to lf1-exit
    end-if.
    if crCount is greater than or equal to crMax
        set fileTooBig to true
        go to lf1-exit
    end-if.
    add 1 to crCount.
    move ctlRecord to crEntry(crCount).

lf1-exit.
    exit.

writeFile.
    open output ctlFile.
    perform wf1 thru wf1-exit
        varying crIdx from 1 by 1 until crIdx is greater than crCount.
    close ctlFile.

wf1.
    if crEntry(crIdx) is equal to spaces
        go to wf1-exit
    end-if.
    move crEntry(crIdx) to ctlRecord.
    write ctlRecord.

wf1-exit.
    exit.

*> ----------------------------List---------------------------------------

listRows.
    if crCount is equal to zero
        display "  (no records on file)"
        go to lst-done
    end-if.
    perform ls1 thru ls1-exit
        varying crIdx from 1 by 1 until crIdx is greater than crCount.

lst-done.
    exit.

ls1.
    if crEntry(crIdx) is equal to spaces
        go to ls1-exit
    end-if.
    move crIdx to entryDisp.
    display "  #" entryDisp " " crEntry(crIdx).

ls1-exit.
    exit.

*> ----------------------------Add / Change / Delete---------------------

*> Position matters where the consumer takes the first match (the
*> rate card, the alert routing), so an add may go in ahead of any
*> existing row rather than only at the end.
addRow.
    perform checkAuthority.
    if authRc is not equal to 0
        go to add-done
    end-if.
    if crCount is greater than or equal to crMax
        display "  Table full."
        go to add-done
    end-if.
    display "  Insert before entry number (Enter = at the end): "
        with no advancing.
    accept targetNo end-accept.
    if targetNo is equal to spaces
        compute targetIdx = crCount + 1
    else
        if function test-numval(targetNo) is not equal to 0
                or function numval(targetNo) is not greater than zero
                or function numval(targetNo) is greater than crCount
            display "  Invalid entry number."
            go to add-done
        end-if
        move function numval(targetNo) to targetIdx
    end-if.
    move "N" to changeModeSw.
    move spaces to builtLine.
    perform promptFields.
    if hadError
        go to add-done
    end-if.
    perform ar1 varying crIdx from crCount by -1
        until crIdx is less than targetIdx.
    add 1 to crCount.
    move builtLine to crEntry(targetIdx).
    set fileDirty to true.
    move "ADD" to jrnActionWs.
    move spaces to jrnBeforeWs.
    move builtLine to jrnAfterWs.
    perform recordEdit.
    display "  Record added as entry #" entryDisp ".".

add-done.
    exit.

ar1.
    move crEntry(crIdx) to crEntry(crIdx + 1).

changeRow.
    perform checkAuthority.
    if authRc is not equal to 0
        go to chg-done
    end-if.
    perform pickEntry.
    if hadError
        go to chg-done
    end-if.
    move crEntry(targetIdx) to jrnBeforeWs builtLine.
    set changeMode to true.
    perform promptFields.
    if hadError
        go to chg-done
    end-if.
    if builtLine is equal to crEntry(targetIdx)
        display "  No change."
        go to chg-done
    end-if.
    move builtLine to crEntry(targetIdx).
    set fileDirty to true.
    move "CHANGE" to jrnActionWs.
    move builtLine to jrnAfterWs.
    perform recordEdit.
    display "  Record changed.".

chg-done.
    exit.

deleteRow.
    perform checkAuthority.
    if authRc is not equal to 0
        go to del-done
    end-if.
    perform pickEntry.
    if hadError
        go to del-done
    end-if.
    move "DELETE" to jrnActionWs.
    move crEntry(targetIdx) to jrnBeforeWs.
    move spaces to jrnAfterWs.
    perform recordEdit.
    move spaces to crEntry(targetIdx).
    set fileDirty to true.
    display "  Record deleted.".

del-done.
    exit.

pickEntry.
    move "N" to entryError.
    display "  Entry number (see List): " with no advancing.
    accept targetNo end-accept.
    if function test-numval(targetNo) is not equal to 0
            or function numval(targetNo) is not greater than zero
            or function numval(targetNo) is greater than crCount
        display "  Invalid entry number."
        move "Y" to entryError
        exit paragraph
    end-if.
    move function numval(targetNo) to targetIdx.
    if crEntry(targetIdx) is equal to spaces
        display "  That entry was deleted this session."
        move "Y" to entryError
        exit paragraph
    end-if.
    if crEntry(targetIdx)(1:1) is equal to "*"
            and cfCommentRows(fileIdx)
        display "  That entry is a comment row; it is kept as is."
        move "Y" to entryError
    end-if.

*> ----------------------------Field Prompts------------------------------

*> One prompt per field of the layout, showing where it sits and (on
*> a change) what it holds now: Enter keeps the current value, the
*> word SPACES clears an optional field. The first bad value ends the
*> entry with nothing saved, as sqrtpedt does.
promptFields.
    move "N" to entryError.
    perform pf1 thru pf1-exit
        varying fldIdx from cfFirst(fileIdx) by 1
        until fldIdx is greater than fldLast or hadError.
    if hadError
        exit paragraph
    end-if.
    perform crossCheck.
    if hadError
        display "  " function trim(errMsg) "; nothing saved."
    end-if.

pf1.
    move builtLine(cdPos(fldIdx):cdLen(fldIdx)) to curValue.
    move cdPos(fldIdx) to posDisp.
    move cdLen(fldIdx) to lenDisp.
    if cdType(fldIdx) is equal to "V" or cdType(fldIdx) is equal to "S"
        display "  " cdName(fldIdx) " col" posDisp " len" lenDisp
            " (" function trim(cdAllow(fldIdx)) ")"
    else
        display "  " cdName(fldIdx) " col" posDisp " len" lenDisp
            " (" cdType(fldIdx) ")"
    end-if.
    if changeMode
        display "      [" function trim(curValue) "]: "
            with no advancing
    else
        display "      : " with no advancing
    end-if.
    move spaces to fieldIn.
    accept fieldIn end-accept.
    if fieldIn is equal to spaces and changeMode
        go to pf1-exit
    end-if.
    if function upper-case(function trim(fieldIn)) is equal to "SPACES"
        move spaces to fieldIn
    end-if.
    perform validateField.
    if hadError
        display "  " function trim(cdName(fldIdx)) ": "
            function trim(errMsg) "; nothing saved."
        go to pf1-exit
    end-if.
    move fieldOut(1:cdLen(fldIdx))
        to builtLine(cdPos(fldIdx):cdLen(fldIdx)).

pf1-exit.
    exit.

*> ----------------------------Validate Existing-------------------------

*> The rows already on file through the same field and cross-field
*> checks an edit gets; nothing is changed.
validateRows.
    move 0 to badCount.
    perform vr1 thru vr1-exit
        varying crIdx from 1 by 1 until crIdx is greater than crCount.
    if badCount is equal to zero
        display "  Every record passes."
    else
        move badCount to badDisp
        display "  " badDisp " problem(s) found."
    end-if.

val-done.
    exit.

vr1.
    if crEntry(crIdx) is equal to spaces
        go to vr1-exit
    end-if.
    if crEntry(crIdx)(1:1) is equal to "*" and cfCommentRows(fileIdx)
        go to vr1-exit
    end-if.
    move crEntry(crIdx) to builtLine.
    move crIdx to entryDisp.
    move "N" to rowBadSw.
    perform vr2 varying fldIdx from cfFirst(fileIdx) by 1
        until fldIdx is greater than fldLast.
    if rowBad
        go to vr1-exit
    end-if.
    perform crossCheck.
    if hadError
        display "  #" entryDisp " " function trim(errMsg)
        add 1 to badCount
    end-if.

vr1-exit.
    exit.

vr2.
    move builtLine(cdPos(fldIdx):cdLen(fldIdx)) to fieldIn.
    perform validateField.
    if hadError
        display "  #" entryDisp " " function trim(cdName(fldIdx))
            ": " function trim(errMsg)
        add 1 to badCount
        set rowBad to true
    end-if.

*> ----------------------------Field Checks-------------------------------

*> fieldIn against cdEntry(fldIdx); the value as it goes in the
*> record comes back in fieldOut, the reason for a refusal in errMsg.
validateField.
    move "N" to entryError.
    move spaces to fieldOut errMsg.
    move function trim(fieldIn) to fieldIn.
    if fieldIn is equal to spaces
        evaluate cdReq(fldIdx)
            when "Y"
                move "a value is required" to errMsg
                move "Y" to entryError
            when "Z"
                move all "0" to fieldOut(1:cdLen(fldIdx))
            when other
                continue
        end-evaluate
        exit paragraph
    end-if.
    move function length(function trim(fieldIn)) to valLen.
    if valLen is greater than cdLen(fldIdx)
        move cdLen(fldIdx) to lenDisp
        string "longer than the field's " lenDisp " columns"
            delimited by size into errMsg
        end-string
        move "Y" to entryError
        exit paragraph
    end-if.
    evaluate cdType(fldIdx)
        when "X"
            move fieldIn to fieldOut
        when "N"
            perform checkWhole
        when "F"
            perform checkDecimal
        when "E"
            perform checkEpsilon
        when "P"
            perform checkPrice
        when "D"
            perform checkDate
        when "H"
            perform checkTime
        when "K"
            perform checkMonth
        when "V"
            perform checkAllowed
        when "S"
            perform checkFlags
        when other
            move fieldIn to fieldOut
    end-evaluate.

*> Right-justified and zero-filled, as the consumer's pic 9 reads it
checkWhole.
    if fieldIn(1:valLen) is not numeric
        move "must be a whole number, digits only" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    move all "0" to numWorkX.
    move fieldIn(1:valLen) to numWorkX(13 - valLen:valLen).
    move numWorkX(13 - cdLen(fldIdx):cdLen(fldIdx)) to fieldOut.

checkDecimal.
    if function test-numval-f(fieldIn) is not equal to 0
        move "must be a number" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    move function numval-f(fieldIn) to decWork.
    move fieldIn to fieldOut.

checkEpsilon.
    perform checkDecimal.
    if hadError
        exit paragraph
    end-if.
    if decWork is negative or decWork is not less than 1
        move "must be at least 0 and under 1" to errMsg
        move "Y" to entryError
    end-if.

checkPrice.
    perform checkDecimal.
    if hadError
        exit paragraph
    end-if.
    if decWork is negative or decWork is not less than 100000
        move "must be at least 0 and under 100000" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    compute decWork2 = decWork * 100.
    if decWork2 is not equal to function integer-part(decWork2)
        move "may carry at most 2 decimal places" to errMsg
        move "Y" to entryError
    end-if.

checkDate.
    if valLen is not equal to 8 or fieldIn(1:8) is not numeric
        move "must be a date as yyyymmdd" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    if function test-date-yyyymmdd(function numval(fieldIn(1:8)))
            is not equal to 0
        move "is not a real date" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    move fieldIn to fieldOut.

checkTime.
    if valLen is not equal to 4 or fieldIn(1:4) is not numeric
            or fieldIn(1:2) is greater than "23"
            or fieldIn(3:2) is greater than "59"
        move "must be a time as hhmm" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    move fieldIn to fieldOut.

checkMonth.
    if valLen is not equal to 7 or fieldIn(1:4) is not numeric
            or fieldIn(5:1) is not equal to "-"
            or fieldIn(6:2) is not numeric
            or fieldIn(6:2) is less than "01"
            or fieldIn(6:2) is greater than "12"
        move "must be a month as yyyy-mm" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    move fieldIn to fieldOut.

checkAllowed.
    move function upper-case(fieldIn) to fieldIn.
    move spaces to allowItems.
    unstring cdAllow(fldIdx) delimited by "/"
        into allowItem(1) allowItem(2) allowItem(3)
             allowItem(4) allowItem(5) allowItem(6)
    end-unstring.
    move "N" to allowSw.
    perform varying allowIdx from 1 by 1
            until allowIdx is greater than 6 or allowMatched
        if allowItem(allowIdx) is not equal to spaces
                and allowItem(allowIdx) is equal to fieldIn
            set allowMatched to true
        end-if
    end-perform.
    if not allowMatched
        string "must be one of " delimited by size
            cdAllow(fldIdx) delimited by space
            into errMsg
        end-string
        move "Y" to entryError
        exit paragraph
    end-if.
    move fieldIn to fieldOut.

*> Any of the allowed letters, each at most once, no gaps
checkFlags.
    move function upper-case(fieldIn) to fieldIn.
    perform cf1 varying flagIdx from 1 by 1
        until flagIdx is greater than valLen or hadError.
    if hadError
        string "must be letters from " delimited by size
            cdAllow(fldIdx) delimited by space
            ", each once" delimited by size
            into errMsg
        end-string
        exit paragraph
    end-if.
    move fieldIn to fieldOut.

cf1.
    move fieldIn(flagIdx:1) to flagChar.
    move 0 to tallyCnt.
    if flagChar is not equal to space
        inspect cdAllow(fldIdx) tallying tallyCnt for all flagChar
    end-if.
    if tallyCnt is equal to zero
        move "Y" to entryError
    end-if.
    move 0 to tallyCnt.
    inspect fieldIn(1:valLen) tallying tallyCnt for all flagChar.
    if tallyCnt is greater than 1
        move "Y" to entryError
    end-if.

*> ----------------------------Cross-field Checks-------------------------

*> The record as a whole, by the rules each consumer relies on but
*> cannot check for itself until it is already running. builtLine
*> holds the record; positions are those in sqrtcfld.cpy.
crossCheck.
    move "N" to entryError.
    evaluate cfName(fileIdx)
        when "sqrtsrc.ctl"
            perform crossSource
        when "sqrtmap.ctl"
            perform crossMap
        when "sqrtalert.ctl"
            perform crossAlert
        when "sqrtfix.ctl"
            perform crossFix
        when "sqrtfeeds.ctl"
            perform crossFeeds
        when "sqrtret.ctl"
            perform crossRetain
        when "sqrt.gov"
            perform crossGov
        when "sqrt.cal"
            perform crossCal
        when other
            continue
    end-evaluate.

*> Volume band: low no higher than high, where both are set
crossSource.
    if builtLine(56:7) is numeric and builtLine(63:7) is numeric
            and builtLine(63:7) is not equal to zeros
            and builtLine(56:7) is greater than builtLine(63:7)
        move "srVolLo is above srVolHi" to errMsg
        move "Y" to entryError
    end-if.

*> A delimited extract needs its delimiter; token columns stay in
*> the ten the mapper splits a line into; a fixed-position field
*> needs a length and must end inside the 80-column record.
crossMap.
    if builtLine(5:1) is equal to "D" and builtLine(6:1) is equal
            to space
        move "mpType D needs an mpDelim" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    move builtLine(7:2) to colWork.
    perform crossCol.
    move builtLine(9:2) to colWork.
    perform crossCol.
    move builtLine(11:2) to colWork.
    perform crossCol.
    move builtLine(40:2) to colWork.
    perform crossCol.
    move builtLine(48:2) to colWork.
    perform crossCol.
    if hadError
        exit paragraph
    end-if.
    move builtLine(25:3) to pairPos.
    move builtLine(28:2) to pairLen.
    perform crossPosLen.
    move builtLine(30:3) to pairPos.
    move builtLine(33:2) to pairLen.
    perform crossPosLen.
    move builtLine(35:3) to pairPos.
    move builtLine(38:2) to pairLen.
    perform crossPosLen.
    move builtLine(42:3) to pairPos.
    move builtLine(45:2) to pairLen.
    perform crossPosLen.
    move builtLine(50:3) to pairPos.
    move builtLine(53:2) to pairLen.
    perform crossPosLen.

crossCol.
    if colWork is greater than 10 and not hadError
        move "a token column is past the tenth" to errMsg
        move "Y" to entryError
    end-if.

crossPosLen.
    if hadError or pairPos is equal to zero
        exit paragraph
    end-if.
    if pairLen is equal to zero
        move "a field position is set with no length" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    if pairPos + pairLen - 1 is greater than 80
        move "a field runs past column 80" to errMsg
        move "Y" to entryError
    end-if.

crossAlert.
    if builtLine(1:3) is greater than builtLine(4:3)
        move "rtRcLo is above rtRcHi" to errMsg
        move "Y" to entryError
    end-if.

*> The value a rule supplies has to be one its field can take
crossFix.
    evaluate builtLine(4:10)
        when "EPSZERO"
            if function test-numval-f(builtLine(14:12)) is not equal
                    to 0
                move "EPSZERO needs an epsilon as fxValue" to errMsg
                move "Y" to entryError
                exit paragraph
            end-if
            move function numval-f(builtLine(14:12)) to decWork
            if decWork is not greater than zero
                    or decWork is not less than 1
                move "EPSZERO fxValue must be above 0 and under 1"
                    to errMsg
                move "Y" to entryError
            end-if
        when "CAPBLANK"
            if builtLine(14:12) is equal to spaces
                exit paragraph
            end-if
            move function trim(builtLine(14:12)) to fieldIn
            move function length(function trim(fieldIn)) to valLen
            if fieldIn(1:valLen) is not numeric
                    or valLen is greater than 5
                move "CAPBLANK fxValue must be a whole number to 99999"
                    to errMsg
                move "Y" to entryError
            end-if
        when other
            continue
    end-evaluate.

*> Fixed feeds need slot widths, delimited feeds a delimiter; at
*> least one slot must carry something, and the radicand band must
*> run low to high.
crossFeeds.
    if builtLine(9:1) is equal to "D" and builtLine(10:1) is equal
            to space
        move "fsType D needs an fsDelim" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    move 0 to slotsUsed.
    perform crossSlot varying slotIdx from 1 by 1
        until slotIdx is greater than 4 or hadError.
    if hadError
        exit paragraph
    end-if.
    if slotsUsed is equal to zero
        move "no output slot is set" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    if builtLine(35:12) is not equal to spaces
            and builtLine(47:12) is not equal to spaces
        move function numval-f(builtLine(35:12)) to decWork
        move function numval-f(builtLine(47:12)) to decWork2
        if decWork is greater than decWork2
            move "fsRadLo is above fsRadHi" to errMsg
            move "Y" to entryError
        end-if
    end-if.

crossSlot.
    compute slotBase = 12 + (slotIdx - 1) * 4.
    if builtLine(slotBase:1) is equal to space
        exit paragraph
    end-if.
    add 1 to slotsUsed.
    if builtLine(9:1) is equal to "F"
            and builtLine(slotBase + 1:2) is equal to "00"
        move "a fixed feed's slot needs a width" to errMsg
        move "Y" to entryError
        exit paragraph
    end-if.
    if builtLine(slotBase + 3:1) is greater than "6"
        move "a slot may carry at most 6 decimals" to errMsg
        move "Y" to entryError
    end-if.

*> Dated actions need to know where the date is and how it reads
crossRetain.
    if builtLine(36:1) is equal to "C"
        exit paragraph
    end-if.
    if builtLine(37:3) is equal to "000"
            or builtLine(40:2) is equal to "00"
            or builtLine(42:1) is equal to space
        move "rtAction needs rtDatePos, rtDateLen and rtDateFmt"
            to errMsg
        move "Y" to entryError
    end-if.

crossGov.
    move function numval-f(builtLine(4:12)) to decWork.
    move function numval-f(builtLine(16:12)) to decWork2.
    if decWork is greater than zero and decWork2 is greater than zero
            and decWork is greater than decWork2
        move "gvEpsMin is above gvEpsMax" to errMsg
        move "Y" to entryError
    end-if.

*> A change freeze runs from its date to its last day, which cannot
*> come first; only a freeze row carries a last day.
crossCal.
    if builtLine(9:1) is equal to "F"
        if builtLine(30:8) is numeric
                and builtLine(30:8) is less than builtLine(1:8)
            move "calFrzEnd is before calDate" to errMsg
            move "Y" to entryError
        end-if
    else
        if builtLine(30:8) is not equal to spaces
            move "calFrzEnd is for an F row only" to errMsg
            move "Y" to entryError
        end-if
    end-if.

*> --------------------------Journal One Edit------------------------------

recordEdit.
    perform writeJournal.
    move jrnActionWs to algAction.
    move spaces to algObject.
    string function trim(ctlFname) " #" function trim(entryDisp)
        delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject end-call.

writeJournal.
    move targetIdx to entryDisp.
    open extend journalFile.
    if journalStatus is equal to "35"
        open output journalFile
    end-if.
    move function current-date to wsDateTime.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into jrnTimestamp
    end-string.
    move operatorId to jrnOperator.
    move jrnActionWs to jrnAction.
    move jrnBeforeWs to jrnBefore.
    move jrnAfterWs to jrnAfter.
    move spaces to jrnApprover.
    write jrnRecord.
    close journalFile.

*> ------------------------Operator Authority---------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; the
*> operator just gets told why, and the rest of the session carries
*> on without the privileged actions.
checkAuthority.
    if authChecked
        exit paragraph
    end-if.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    set authChecked to true.
    if authRc is equal to 2
        display "  No sqrt.auth registry; " function trim(authPriv)
            " refused."
    else
        if authRc is not equal to 0
            display "  Operator " function trim(authOperator)
                " is not entitled to " function trim(authPriv)
                "; refused."
        end-if
    end-if.

*> ---------------------------------------------------------------------

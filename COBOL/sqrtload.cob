*> values, and writes a properly column-aligned sqrt.dat so nobody
*> has to hand-format fixed-width records for a new data source.
*> Lines that don't parse are counted and reported, not written.
*> Every record written carries its serial and the seal stamped over
*> it by sqrtseal.cob, which SQRT checks before processing it.
*> An extract that belongs to a department's work order arrives with
*> its ticket beside it, <extract>.wo (sqrtword.cpy): the ticket is
*> filed on the sqrt.wo register through sqrtwreg and the order id
*> stamped on the load's sqrt.load.log range. A ticket that cannot
*> be filed costs the load nothing but sets RETURN-CODE 4.
*> A named source must stand certified on the sqrt.onbd register
*> (sqrtonbd, checked through sqrtonck.cob) before its extract is
*> loaded; one never certified is refused with RETURN-CODE 8, the
*> way sqrtintk's sweep refuses it. A shop with no register yet, and
*> a load that names no source, are not checked. So too a mapping
*> whose department (mpDept) the department registry (sqrtdept.ctl,
*> through sqrtdptr) does not have in effect today: RETURN-CODE 8.
*> A load written to sqrt.dat itself re-keys the keyed master
*> (sqrt.dat.ksds, through sqrtkmst.cob) from it before the lock is
*> let go, the way sqrtprom does for a promoted file; otherwise the
*> nightly unload would cut sqrt.dat afresh from the old master and
*> the load would be lost. A load the master could not be rebuilt
*> from is RETURN-CODE 8.

identification division.
program-id. sqrtload.
*>   mpDefEps x(12)  default epsilon for feeds without one
*>   mpRadPos/mpRadLen, mpEpsPos/mpEpsLen, mpCapPos/mpCapLen
*>                   9(03)/9(02) column offsets/lengths (fixed-width)
*>   mpRepCol 9(02), mpRepPos/mpRepLen 9(03)/9(02)
*>                   where a resent record names the serial it
*>                   replaces; only sqrtintk's sweep acts on it, a
*>                   straight load has no standing master to replace
*>   mpKind   x(01)  "N" an nth-root feed, anything else sqrt.dat
*>   mpDegCol 9(02), mpDegPos/mpDegLen 9(03)/9(02)
*>                   where an nth-root line carries its root degree
*>   mpDefDeg x(02)  degree for nth-root feeds without one
*>   mpDept   x(04)  department every record from the source bills
*>                   to (spaces: whatever the record carries)
*>                   nth-root feeds are swept by sqrtintk only; this
*>                   loader writes sqrt.dat records and refuses them
fd mapFile.
    01 mapRecord.
       02 mpSource pic x(03).
       02 mpEpsLen pic 9(02).
       02 mpCapPos pic 9(03).
       02 mpCapLen pic 9(02).
       02 mpRepCol pic 9(02).
       02 mpRepPos pic 9(03).
       02 mpRepLen pic 9(02).
       02 mpKind   pic x(01).
       02 mpDegCol pic 9(02).
       02 mpDegPos pic 9(03).
       02 mpDegLen pic 9(02).
       02 mpDefDeg pic x(02).
       02 mpDept   pic x(04).
       02 filler   pic x(20).
*> The estate-wide serial counter: one record, the last serial
*> handed out, bumped as each converted record is stamped.
fd serialFile.
*> (record count plus a byte-sum hash): a re-presented extract that
*> matches a prior receipt is refused with its own RETURN-CODE
*> unless SQRT_LOAD_FORCE=Y -- the front door gets the same double-
*> run discipline the batch door got. The refusal leaves a receipt
*> too, lrOutcome "D", and a forced reload is marked "F", so how
*> often a source re-sends is on record (blank: an ordinary load).
fd receiptFile.
    01 receiptRecord.
       02 lrDate    pic x(08).
       02 lrFile    pic x(30).
       02 lrSource  pic x(03).
       02 lrCount   pic 9(07).
       02 lrFprint  pic 9(12).
       02 lrOutcome pic x(01).
       02 filler    pic x(19).

working-storage section.
77 extractFname      pic x(30) value "sqrt.extract".
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared onboarding-certificate check
77 onkCertified pic x(08) value spaces.
77 onkRc        pic 9(01) value 0.
    88 onkRefused value 1.

*> Interface to the shared department registry resolver
77 dptAction  pic x(01) value "V".
77 dptDate    pic x(08) value spaces.
77 dptName    pic x(20) value spaces.
77 dptCostCtr pic x(08) value spaces.
77 dptOwner   pic x(20) value spaces.
copy "sqrtdtgt.cpy".
77 dptRc      pic 9(01) value 0.
    88 dptUnknown value 1 2.

*> Interface to the shared sqrtseal record seal routine
77 sealAction  pic x(01) value "S".
77 sealRc      pic 9(01) value 0.

*> The mapping actually applied this run (copied out of the control
*> file's record for this run's source code); no mapping on file
*> means the legacy radicand,epsilon,cap order applies unchanged
    02 umEpsLen pic 9(02).
    02 umCapPos pic 9(03).
    02 umCapLen pic 9(02).
    02 umRepCol pic 9(02).
    02 umRepPos pic 9(03).
    02 umRepLen pic 9(02).
    02 umKind   pic x(01).
        88 umNroot value "N".
    02 umDegCol pic 9(02).
    02 umDegPos pic 9(03).
    02 umDegLen pic 9(02).
    02 umDefDeg pic x(02).
    02 umDept   pic x(04).
    02 filler   pic x(20).

*> Token slots for a mapped delimited line
77 tokIdx pic 9(02) value 0.
77 envLoadForce  pic x(01) value "N".
    88 loadForced value "Y" "y".
77 loadDateStamp pic x(08) value spaces.
77 loadOutcome   pic x(01) value space.

*> ------------------------Record Serials----------------------------------
*> Every record written gets the next estate-wide serial off
77 firstSerial   pic 9(07) value 0.
77 todayStamp    pic x(08) value spaces.

*> The extract's work-order ticket, filed through sqrtwreg
77 woTicketFname pic x(70) value spaces.
77 woOrder       pic x(10) value spaces.
77 woRc          pic 9(01) value 0.
    88 woNotFiled value 7 thru 9.

*> Shop-standard enqueue on the master being (re)written (via
*> sqrtlock.cob) so a load can't replace sqrt.dat under a running job
77 lockAction  pic x(01).
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value spaces.

*> Interface to the shared keyed-master routine
77 kmAction pic x(01).
77 kmBefore pic x(80).
77 kmAfter  pic x(80).
77 kmRc     pic 9(01) value 0.

*> ------------------------Run Totals----------------------------------
77 readCount    pic 9(07) value 0.
77 writtenCount pic 9(07) value 0.
*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    if mappingOn and umNroot
        display "sqrtload: source " sourceCode " is an nth-root feed"
            " -- sweep it through sqrtintk"
        move 8 to return-code
        stop run
    end-if.
    if sourceCode is not equal to spaces
        call "sqrtonck" using sourceCode, onkCertified, onkRc
        end-call
        if onkRefused
            display "sqrtload: source " sourceCode " has not been"
                " certified by sqrtonbd -- refusing its extract"
            move 8 to return-code
            stop run
        end-if
    end-if.
    if mappingOn and umDept is not equal to spaces
        call "sqrtdptr" using dptAction, umDept, dptDate, dptName,
            dptCostCtr, dptOwner, dptTargets, dptRc end-call
        if dptUnknown
            display "sqrtload: source " sourceCode "'s department "
                umDept " is not on the department registry in"
                " effect -- refusing its extract"
            move 8 to return-code
            stop run
        end-if
    end-if.
    perform fingerprintExtract.
    perform checkReceipts.
    if extractSeenBefore and not loadForced
        display "sqrtload: " function trim(extractFname)
            " matches a prior load receipt -- refusing the"
            " duplicate (set SQRT_LOAD_FORCE=Y to override)"
        move "D" to loadOutcome
        perform writeReceipt
        move 10 to return-code
        stop run
    end-if.
    close extractFile, masterOut.
    perform saveSerial.
    if writtenCount is greater than zero
        perform fileWorkOrder
        perform writeLoadLog
    end-if.
    perform writeReceipt.
    if writtenCount is greater than zero
            and outFname is equal to "sqrt.dat"
        perform rekeyMaster
    end-if.
    perform releaseDataset.
    display underLine1.
    move readCount to outReadCount.
            move 4 to return-code
        end-if
    end-if.
    if woNotFiled and return-code is less than 4
        move 4 to return-code
    end-if.
    if kmRc is not equal to 0
        display "sqrtload: loaded, but sqrt.dat.ksds was NOT"
            " rebuilt -- run sqrtunld with SQRT_UNLD_MODE=LOAD"
            " before the next unload"
        move 8 to return-code
    end-if.
    move return-code to rcDisp.
    display "RETURN-CODE set     : " rcDisp.
    stop run.
        stop run
    end-if.

rekeyMaster.
    move "L" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is equal to 0
        move "X" to kmAction
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
    end-if.

releaseDataset.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        move epsilonNum to epsilonIn
        move capNum to recIterCap
        move sourceCode to recSource
        move umDept to recDept
        add 1 to nextSerial
        if firstSerial is equal to zero
            move nextSerial to firstSerial
        end-if
        move nextSerial to recSerial
        call "sqrtseal" using sealAction, lineStruct, sealRc end-call
        write masterOutRec from lineStruct
        add 1 to writtenCount
    else
    write serialRecord.
    close serialFile.

fileWorkOrder.
    move spaces to woTicketFname.
    string function trim(extractFname) ".wo"
        delimited by size into woTicketFname
    end-string.
    call "sqrtwreg" using woTicketFname, lockCaller, woOrder, woRc
    end-call.
    evaluate woRc
        when 1
            display "  work order " woOrder " filed on sqrt.wo"
        when 2
            display "  records added to work order " woOrder
        when 3
            display "  work order " woOrder " reopened for these"
                " records"
        when 7
            display "  *** " function trim(woTicketFname)
                " has no order id, a bad date or an unregistered"
                " department -- loaded without a work order ***"
        when 8
            display "  *** sqrt.wo is locked -- order " woOrder
                " stamped but not filed on the register ***"
        when 9
            display "  *** sqrt.wo is full -- order " woOrder
                " stamped but not filed on the register ***"
    end-evaluate.

writeLoadLog.
    accept todayStamp from date yyyymmdd.
    open extend loadLogFile.
    if loadLogStatus is equal to "35"
        open output loadLogFile
    end-if.
    move spaces to loadLogRecord.
    move todayStamp to llDate.
    move extractFname to llExtract.
    move sourceCode to llSource.
    move firstSerial to llFirst.
    move nextSerial to llLast.
    move writtenCount to llWritten.
    move woOrder to llWorkOrder.
    write loadLogRecord.
    close loadLogFile.

    if receiptAtEof
        go to cr1-exit
    end-if.
    if lrOutcome is equal to "D"
        go to cr1-exit
    end-if.
    if lrCount is numeric and lrFprint is numeric
            and lrCount is equal to fpCount
            and lrFprint is equal to fpSum
    if receiptStatus is equal to "35"
        open output receiptFile
    end-if.
    move spaces to receiptRecord.
    move loadDateStamp to lrDate.
    move extractFname to lrFile.
    move sourceCode to lrSource.
    move fpCount to lrCount.
    move fpSum to lrFprint.
    move loadOutcome to lrOutcome.
    if extractSeenBefore and loadOutcome is equal to space
        move "F" to lrOutcome
    end-if.
    write receiptRecord.
    close receiptFile.


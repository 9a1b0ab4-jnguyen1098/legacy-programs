*>   3. spaces back to the caller (source "DEFAULT"), meaning the
*>      caller applies its own compiled-in default
*>
*> An overlay dataset named by the SQRT_PARM_OVERLAY environment
*> variable (source "OVERLAY") outranks all three: its KEYWORD=value
*> records, checked against the same registry, are laid over
*> sqrt.parm for this one job without touching it -- how a dry run
*> tries a proposed parameter set. A named overlay that can't be
*> read stops the job, rather than quietly running without it.
*>
*> Interface:  call "sqrtparm" using parmKey, parmValue, parmSource
*>   parmKey    x(30)  keyword to resolve (e.g. "SQRT_ITER_CAP")
*>   parmValue  x(50)  returned value, spaces when defaulting
*>   parmSource x(08)  "OVERLAY" / "PARMFILE" / "ENV" / "DEFAULT"
*>
*> The file is read once, on the first call of the run; its records
*> are held for every later lookup.
    select parmFile assign to "sqrt.parm"
        organization is line sequential
        file status is parmFileStatus.
    select overlayFile assign to dynamic overlayFname
        organization is line sequential
        file status is overlayStatus.

data division.

file section.
fd parmFile.
    01 parmRecord pic x(80).
fd overlayFile.
    01 overlayRecord pic x(80).

working-storage section.
77 parmFileStatus pic x(02).
77 overlayStatus  pic x(02).
77 overlayFname   pic x(80) value spaces.
77 loadSource     pic x(08) value spaces.
77 loadName       pic x(80) value spaces.
77 parmEofSw      pic x(01) value "N".
    88 parmAtEof value "Y".
77 loadedSw       pic x(01) value "N".
    88 parmsLoaded value "Y".

*> Parsed KEYWORD=value records from sqrt.parm, then the overlay's;
*> the last record for a keyword is the one that resolves
77 parmMax   pic 9(03) value 100.
77 parmCount pic 9(03) value 0.
77 parmIdx   pic 9(03) value 0.
01 parmTable.
    02 parmEntry occurs 100 times.
        03 tKey    pic x(30).
        03 tValue  pic x(50).
        03 tSource pic x(08).

77 workKey   pic x(30) value spaces.
77 workValue pic x(50) value spaces.
*> The keyword registry (and each value's shape) lives in the shared
*> sqrtpreg.cpy copybook now that the maintenance editor validates
*> against the same list; regMax must track the copybook's OCCURS.
77 regMax pic 9(03) value 250.
77 regIdx pic 9(03) value 0.
copy "sqrtpreg.cpy".

            until parmIdx is greater than parmCount
        if tKey(parmIdx) is equal to parmKey
            move tValue(parmIdx) to parmValue
            move tSource(parmIdx) to parmSource
        end-if
    end-perform.
    if parmSource is equal to "DEFAULT"
*> skipped, everything else must be a recognized KEYWORD=value.
loadParms.
    move "N" to parmEofSw.
    move "PARMFILE" to loadSource.
    move "sqrt.parm" to loadName.
    open input parmFile.
    if parmFileStatus is equal to "00"
        perform lp1 thru lp1-exit until parmAtEof
        close parmFile
    end-if.
    accept overlayFname from environment "SQRT_PARM_OVERLAY".
    if overlayFname is equal to spaces
        exit paragraph
    end-if.
    open input overlayFile.
    if overlayStatus is not equal to "00"
        display "sqrtparm: parameter overlay '"
            function trim(overlayFname) "' cannot be read -- "
            "not running without it"
        move 16 to return-code
        stop run
    end-if.
    move "N" to parmEofSw.
    move "OVERLAY" to loadSource.
    move overlayFname to loadName.
    perform lp1 thru lp1-exit until parmAtEof.
    close overlayFile.

lp1.
    if loadSource is equal to "OVERLAY"
        read overlayFile into parmRecord
            at end set parmAtEof to true
        end-read
    else
        read parmFile at end set parmAtEof to true end-read
    end-if.
    if parmAtEof
        go to lp1-exit
    end-if.
                or regKeyword(regIdx) is equal to workKey
        continue
    end-perform.
    if regIdx is greater than regMax or workKey is equal to spaces
        display "sqrtparm: unrecognized keyword '"
            function trim(workKey) "' in "
            function trim(loadName) " -- "
            "correct the record; nothing defaults silently"
        move 16 to return-code
        stop run
        add 1 to parmCount
        move workKey to tKey(parmCount)
        move workValue to tValue(parmCount)
        move loadSource to tSource(parmCount)
    end-if.

lp1-exit.

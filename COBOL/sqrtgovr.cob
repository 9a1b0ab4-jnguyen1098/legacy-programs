*> and loosest epsilons submitted, and -- where sqrt.gov carries a
*> band for the source -- how many standing records sit outside it,
*> so the bounds discussion with an upstream starts from their own
*> numbers. Each source's figures are also appended to
*> sqrt.govr.hist (sqrtgvhs.cpy), dated, for the upstream scorecard's
*> month of policy breaches.
*>
*> RETURN-CODE: 0 everything in policy (or nothing governed),
*> 4 records outside a governed band found, 8 no sqrt.dat.
    select govFile assign to dynamic govFname
        organization is line sequential
        file status is govFileStatus.
    select govHistFile assign to "sqrt.govr.hist"
        organization is line sequential
        file status is govHistStatus.

data division.

       02 gvMaxCap  pic x(05).
       02 gvNegDisp pic x(01).
       02 filler    pic x(47).
fd govHistFile.
    copy "sqrtgvhs.cpy".

working-storage section.
77 masterInStatus pic x(02).
77 govFileStatus  pic x(02).
77 govFname       pic x(30) value "sqrt.gov".
77 govHistStatus  pic x(02).
77 todayStamp     pic x(08) value spaces.

copy "sqrtrec.cpy".

    perform srcReport thru srcReport-exit
        varying srcIdx from 1 by 1 until srcIdx is greater than
            srcCount.
    accept todayStamp from date yyyymmdd.
    open extend govHistFile.
    if govHistStatus is equal to "35"
        open output govHistFile
    end-if.
    perform srcHistory thru srcHistory-exit
        varying srcIdx from 1 by 1 until srcIdx is greater than
            srcCount.
    close govHistFile.
    display underLine1.
    move totalOffPol to editCount.
    display "  Records off policy  : " editCount.
srcReport-exit.
    exit.

srcHistory.
    move spaces to govHistRecord.
    move todayStamp to ghDate.
    move tSrcCode(srcIdx) to ghSource.
    move tSrcRecs(srcIdx) to ghRecords.
    move tSrcOffPol(srcIdx) to ghOffPol.
    write govHistRecord.

srcHistory-exit.
    exit.

*> ------------------------------------------------------------------

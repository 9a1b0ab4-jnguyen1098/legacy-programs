*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -        Hand-maintained Control-file Layouts (shared)           -
*> ------------------------------------------------------------------
*> The fixed-column layout of every control file sqrtcedt maintains,
*> field by field, with the shape its consumers parse each field
*> into -- the same positions and pictures as the consumers' own
*> FDs, so an edit that would shift a column or carry a value the
*> consumer can't read never reaches the file. Change a layout here
*> in the same change that changes its consumer.
*>
*> File entry:  cfName    the dataset (default name)
*>              cfParm    the run parameter that renames it, if any
*>              cfFirst   its first field entry, cfFields how many
*>              cfTitle   what it is, for the menu
*>              cfComment Y when its consumer skips a row with "*" in
*>                        column 1; N where "*" there is data (the
*>                        rate card's any-tier row)
*>
*> Field entry: cdName    the consumer's data name
*>              cdPos     starting column, cdLen its width
*>              cdType    X text, as keyed
*>                        N whole number, zero-filled to the width
*>                        F decimal number (left-justified text)
*>                        E epsilon: a decimal number, 0 <= e < 1
*>                        P price: a decimal number, explicit point,
*>                          at most 2 places, under 100000
*>                        D date yyyymmdd    H time hhmm
*>                        K month yyyy-mm
*>                        V one of the cdAllow values ("/" between)
*>                        S flags: any of cdAllow's letters, once each
*>              cdReq     Y required, N optional (blank stays blank),
*>                        Z optional (blank is zero-filled: the
*>                        consumer tests the field numeric)
*>              cdAllow   the values a V or S field may take
01 ctlFileData.
    02 filler pic x(14) value "sqrtsrc.ctl".
    02 filler pic x(20) value spaces.
    02 filler pic 9(03) value 1.
    02 filler pic 9(02) value 6.
    02 filler pic x(30) value "source registry".
    02 filler pic x(01) value "Y".
    02 filler pic x(14) value "sqrtmap.ctl".
    02 filler pic x(20) value spaces.
    02 filler pic 9(03) value 7.
    02 filler pic 9(02) value 23.
    02 filler pic x(30) value "extract layout mappings".
    02 filler pic x(01) value "Y".
    02 filler pic x(14) value "sqrt.feedsch".
    02 filler pic x(20) value spaces.
    02 filler pic 9(03) value 30.
    02 filler pic 9(02) value 5.
    02 filler pic x(30) value "feed arrival schedule".
    02 filler pic x(01) value "Y".
    02 filler pic x(14) value "sqrtalert.ctl".
    02 filler pic x(20) value spaces.
    02 filler pic 9(03) value 35.
    02 filler pic 9(02) value 4.
    02 filler pic x(30) value "alert routing".
    02 filler pic x(01) value "Y".
    02 filler pic x(14) value "sqrt.rate".
    02 filler pic x(20) value spaces.
    02 filler pic 9(03) value 39.
    02 filler pic 9(02) value 3.
    02 filler pic x(30) value "chargeback rates".
    02 filler pic x(01) value "N".
    02 filler pic x(14) value "sqrtfix.ctl".
    02 filler pic x(20) value spaces.
    02 filler pic 9(03) value 42.
    02 filler pic 9(02) value 4.
    02 filler pic x(30) value "reject correction rules".
    02 filler pic x(01) value "Y".
    02 filler pic x(14) value "sqrtfeeds.ctl".
    02 filler pic x(20) value spaces.
    02 filler pic 9(03) value 46.
    02 filler pic 9(02) value 20.
    02 filler pic x(30) value "subscriber feed specs".
    02 filler pic x(01) value "Y".
    02 filler pic x(14) value "sqrtdist.ctl".
    02 filler pic x(20) value spaces.
    02 filler pic 9(03) value 66.
    02 filler pic 9(02) value 3.
    02 filler pic x(30) value "report distribution".
    02 filler pic x(01) value "Y".
    02 filler pic x(14) value "sqrtret.ctl".
    02 filler pic x(20) value spaces.
    02 filler pic 9(03) value 69.
    02 filler pic 9(02) value 8.
    02 filler pic x(30) value "retention policies".
    02 filler pic x(01) value "Y".
    02 filler pic x(14) value "sqrt.cal".
    02 filler pic x(20) value "SQRT_CAL_FILE".
    02 filler pic 9(03) value 77.
    02 filler pic 9(02) value 4.
    02 filler pic x(30) value "processing calendar".
    02 filler pic x(01) value "Y".
    02 filler pic x(14) value "sqrt.gov".
    02 filler pic x(20) value "SQRT_GOV_FILE".
    02 filler pic 9(03) value 81.
    02 filler pic 9(02) value 5.
    02 filler pic x(30) value "epsilon governance bands".
    02 filler pic x(01) value "Y".
    02 filler pic x(14) value "sqrt.budg".
    02 filler pic x(20) value "SQRT_BUDGET_FILE".
    02 filler pic 9(03) value 86.
    02 filler pic 9(02) value 3.
    02 filler pic x(30) value "department budgets".
    02 filler pic x(01) value "Y".
01 ctlFileTable redefines ctlFileData.
    02 cfEntry occurs 12 times.
        03 cfName   pic x(14).
        03 cfParm   pic x(20).
        03 cfFirst  pic 9(03).
        03 cfFields pic 9(02).
        03 cfTitle  pic x(30).
        03 cfComment pic x(01).
            88 cfCommentRows value "Y".

01 ctlFieldData.
*> sqrtsrc.ctl
    02 filler pic x(19) value "srSource    00103XY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "srName      00420XY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "srTeam      02412XN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "srContact   03620XN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "srVolLo     05607NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "srVolHi     06307NZ".
    02 filler pic x(30) value spaces.
*> sqrtmap.ctl
    02 filler pic x(19) value "mpSource    00103XY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpHeader    00401VN".
    02 filler pic x(30) value "Y/N".
    02 filler pic x(19) value "mpType      00501VY".
    02 filler pic x(30) value "D/F".
    02 filler pic x(19) value "mpDelim     00601XN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpRadCol    00702NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpEpsCol    00902NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpCapCol    01102NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpDefEps    01312EN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpRadPos    02503NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpRadLen    02802NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpEpsPos    03003NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpEpsLen    03302NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpCapPos    03503NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpCapLen    03802NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpRepCol    04002NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpRepPos    04203NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpRepLen    04502NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpKind      04701VN".
    02 filler pic x(30) value "N".
    02 filler pic x(19) value "mpDegCol    04802NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpDegPos    05003NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpDegLen    05302NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpDefDeg    05502NN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "mpDept      05704XN".
    02 filler pic x(30) value spaces.
*> sqrt.feedsch
    02 filler pic x(19) value "fsSource    00103XY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fsExpect    00404HY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fsGrace     00803NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fsFreq      01101VY".
    02 filler pic x(30) value "D/B".
    02 filler pic x(19) value "fsAudience  01220XY".
    02 filler pic x(30) value spaces.
*> sqrtalert.ctl
    02 filler pic x(19) value "rtRcLo      00103NY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "rtRcHi      00403NY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "rtAudience  00720XY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "rtUrgency   02708VY".
    02 filler pic x(30) value "PAGE/NOTE/MORNING".
*> sqrt.rate
    02 filler pic x(19) value "rrTier      00101VY".
    02 filler pic x(30) value "1/2/3/*".
    02 filler pic x(19) value "rrProfile   00208XN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "rrPrice     01008PY".
    02 filler pic x(30) value spaces.
*> sqrtfix.ctl
    02 filler pic x(19) value "fxSource    00103XN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fxCond      00410VY".
    02 filler pic x(30) value "SIGNBLANK/EPSZERO/CAPBLANK".
    02 filler pic x(19) value "fxValue     01412XN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fxOwner     02608XY".
    02 filler pic x(30) value spaces.
*> sqrtfeeds.ctl
    02 filler pic x(19) value "fsSubscriber00108XY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fsType      00901VY".
    02 filler pic x(30) value "F/D".
    02 filler pic x(19) value "fsDelim     01001XN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fsRound     01101VN".
    02 filler pic x(30) value "T".
    02 filler pic x(19) value "slot1Code   01201VN".
    02 filler pic x(30) value "N/R".
    02 filler pic x(19) value "slot1Width  01302NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "slot1Dec    01501NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "slot2Code   01601VN".
    02 filler pic x(30) value "N/R".
    02 filler pic x(19) value "slot2Width  01702NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "slot2Dec    01901NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "slot3Code   02001VN".
    02 filler pic x(30) value "N/R".
    02 filler pic x(19) value "slot3Width  02102NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "slot3Dec    02301NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "slot4Code   02401VN".
    02 filler pic x(30) value "N/R".
    02 filler pic x(19) value "slot4Width  02502NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "slot4Dec    02701NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fsSelSrc    02803XN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fsSelDept   03104XN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fsRadLo     03512FN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "fsRadHi     04712FN".
    02 filler pic x(30) value spaces.
*> sqrtdist.ctl
    02 filler pic x(19) value "dcRecipient 00120XY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "dcSections  02103SY".
    02 filler pic x(30) value "DTH".
    02 filler pic x(19) value "dcDept      02404XN".
    02 filler pic x(30) value spaces.
*> sqrtret.ctl
    02 filler pic x(19) value "rtFile      00130XY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "rtDays      03105NY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "rtAction    03601VY".
    02 filler pic x(30) value "D/V/C/K".
    02 filler pic x(19) value "rtDatePos   03703NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "rtDateLen   04002NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "rtDateFmt   04201VN".
    02 filler pic x(30) value "Y/D".
    02 filler pic x(19) value "rtDeptPos   04303NZ".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "rtSrcPos    04603NZ".
    02 filler pic x(30) value spaces.
*> sqrt.cal
    02 filler pic x(19) value "calDate     00108DY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "calType     00901VY".
    02 filler pic x(30) value "B/H/M/F".
    02 filler pic x(19) value "calNote     01020XN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "calFrzEnd   03008DN".
    02 filler pic x(30) value spaces.
*> sqrt.gov
    02 filler pic x(19) value "gvSource    00103XY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "gvEpsMin    00412EY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "gvEpsMax    01612EY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "gvMaxCap    02805NN".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "gvNegDisp   03301VN".
    02 filler pic x(30) value "I/R".
*> sqrt.budg
    02 filler pic x(19) value "bdDept      00104XY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "bdMonth     00507KY".
    02 filler pic x(30) value spaces.
    02 filler pic x(19) value "bdAllow     01212NY".
    02 filler pic x(30) value spaces.
01 ctlFieldTable redefines ctlFieldData.
    02 cdEntry occurs 88 times.
        03 cdName  pic x(12).
        03 cdPos   pic 9(03).
        03 cdLen   pic 9(02).
        03 cdType  pic x(01).
        03 cdReq   pic x(01).
        03 cdAllow pic x(30).

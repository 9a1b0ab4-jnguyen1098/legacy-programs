77 srcCode  pic x(03) value spaces.
77 srcName  pic x(20) value spaces.
77 srcTeam  pic x(12) value spaces.
77 srcContact pic x(20) value spaces.
77 srcVolLo pic 9(07) value 0.
77 srcVolHi pic 9(07) value 0.
77 srcRc    pic 9(01) value 0.
01 hdrTagLit pic x(04) value 'HDR1'.
01 trlTagLit pic x(04) value 'TRL1'.
01 cmtTagLit pic x(04) value 'CMT1'.
01 grpTagLit pic x(04) value 'GRP1'.
01 chnTagLit pic x(04) value 'CHN1'.

*> ------------------------Prior-feed Table-------------------------------
77 priorMax     pic 9(05) value 20000.
77 gateStatus    pic x(02).
77 gateDateWs    pic x(08) value spaces.

*> Interface to the shared incident register routine
77 incAction pic x(01) value "O".
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==incRecord==
    leading ==ic== by ==inc==.
77 incRc     pic 9(01) value 0.
77 incGateRc pic 9(03) value 0.

*> ------------------------Decorative/Report Output-----------------------
01 titleLine.
    02 filler pic x(9) value spaces.
    move lineStruct to priorStruct.
    if anyTag is equal to ctlTagLit or anyTag is equal to hdrTagLit
            or anyTag is equal to cmtTagLit
            or anyTag is equal to grpTagLit
            or anyTag is equal to chnTagLit
        go to d1-exit
    end-if.
    if anyTag is equal to trlTagLit
    end-if.
    move recSource to srcCode.
    call "sqrtsrcr" using srcCode, srcName, srcTeam,
        srcContact, srcVolLo, srcVolHi, srcRc end-call.
    string "from " function trim(srcName) " (" function trim(srcTeam)
        ")" delimited by size into outNote
    end-string.
    move priorRecord to priorStruct.
    if anyTag is equal to ctlTagLit or anyTag is equal to hdrTagLit
            or anyTag is equal to cmtTagLit
            or anyTag is equal to grpTagLit
            or anyTag is equal to chnTagLit
        go to lp1-exit
    end-if.
    if anyTag is equal to trlTagLit
    if gateStatus is equal to "35"
        open output gateFile
    end-if.
    move spaces to gateRecord.
    move gateDateWs to gaDate.
    move "SQRTDCMP" to gaProgram.
    move return-code to gaRc.
    end-string.
    write gateRecord.
    close gateFile.
    if return-code is not less than 8
        perform openIncident
    end-if.

*> A failed gate opens an incident against its run date (a rerun that
*> fails again the same day bumps it). The step's RETURN-CODE is
*> carried across the call.
openIncident.
    move return-code to incGateRc.
    move "O" to incAction.
    move spaces to incRecord.
    move "GATE" to incKind.
    move "SQRTDCMP" to incSource.
    move gateDateWs to incRef.
    string "SQRTDCMP RC " incGateRc delimited by size into incCond
    end-string.
    call "sqrtincd" using incAction, incRecord, incRc end-call.
    display "  Incident " incId " for gate date " gateDateWs
        ", occurrence " incCount.
    move incGateRc to return-code.

*> ------------------------------------------------------------------

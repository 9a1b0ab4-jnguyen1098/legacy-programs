77 envThresholdPct pic 9(03) value zero.
77 gateStatus      pic x(02).
77 gateDateWs      pic x(08) value spaces.

*> Interface to the shared incident register routine
77 incAction pic x(01) value "O".
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==incRecord==
    leading ==ic== by ==inc==.
77 incRc     pic 9(01) value 0.
77 incGateRc pic 9(03) value 0.
*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
    if gateStatus is equal to "35"
        open output gateFile
    end-if.
    move spaces to gateRecord.
    move gateDateWs to gaDate.
    move "SQRTTRND" to gaProgram.
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
    move "SQRTTRND" to incSource.
    move gateDateWs to incRef.
    string "SQRTTRND RC " incGateRc delimited by size into incCond
    end-string.
    call "sqrtincd" using incAction, incRecord, incRc end-call.
    display "  Incident " incId " for gate date " gateDateWs
        ", occurrence " incCount.
    move incGateRc to return-code.

t1.
    read statsFile at end set statsAtEof to true end-read.

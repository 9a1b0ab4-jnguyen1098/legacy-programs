*>
*> The generator is deterministic (a seeded linear-congruential
*> sequence), so the same parameters fabricate the same file and a
*> rehearsal can be repeated exactly. Every fabricated record is
*> sealed (sqrtseal.cob) the way the loader seals a real one, so the
*> run's seal check rehearses along with everything else.
*>
*>   SQRT_GEN_COUNT      records to fabricate (required)
*>   SQRT_GEN_OUTPUT     output file (default sqrt.dat.gen -- never
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared sqrtseal record seal routine
77 sealAction pic x(01) value "S".
77 sealRc     pic 9(01) value 0.

77 genCount   pic 9(07) value 0.
77 bigMagPct  pic 9(03) value 30.
77 rejectPct  pic 9(03) value 0.
    else
        perform makeGood
    end-if.
    call "sqrtseal" using sealAction, lineStruct, sealRc end-call.
    write genRecord from lineStruct.
    add 1 to writtenCount.


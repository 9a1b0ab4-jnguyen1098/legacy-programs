*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -             sqrt.steal partition work-stealing ledger          -
*> ------------------------------------------------------------------
*> One row per cession a running partition answered during a split
*> run. The partition driver (sqrtpart.sh) asks a slow partition to
*> cede by dropping sqrt.cede.pNN holding the id of an idle thief;
*> the victim answers at its next checkpoint boundary by cutting its
*> unprocessed tier-3 tail into sqrt.dat.p<thief> and writing a row
*> here. SQRT reads the victim's own row back on any rerun so it
*> never goes past the cession point; sqrtmerge folds each thief
*> right behind its victim, and sqrtcoord checks the thieves as it
*> checks the partitions sqrtsplit cut. sqrtsplit clears the ledger
*> when it cuts a new set of partitions.
*>
*> Fixed columns, space-separated, so the driver reads it with awk.
*> stOutcome: C  ceded -- stAt tier-3 records were done by the
*>               victim, the next stTail went to the thief
*>            R  refused -- stReason says why
*> stRunId:   the victim's run id; stStamp the answer's yyyymmddhhmmss
01 stealRecord.
    02 stVictim  pic x(02).
    02 filler    pic x(01).
    02 stThief   pic x(02).
    02 filler    pic x(01).
    02 stOutcome pic x(01).
        88 stCeded   value "C".
        88 stRefused value "R".
    02 filler    pic x(01).
    02 stAt      pic 9(09).
    02 filler    pic x(01).
    02 stTail    pic 9(09).
    02 filler    pic x(01).
    02 stRunId   pic x(14).
    02 filler    pic x(01).
    02 stStamp   pic x(14).
    02 filler    pic x(01).
    02 stReason  pic x(30).

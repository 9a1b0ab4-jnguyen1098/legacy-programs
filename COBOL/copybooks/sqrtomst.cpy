*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -         sqrt.out.ksds keyed results master record              -
*> ------------------------------------------------------------------
*> One entry per record serial: the latest answer SQRT gave it.
*> sqrt.out still accumulates every run's rows; this is the random-
*> access view of the same answers, kept by the shared sqrtomst
*> routine, so "what root did we give serial X" is one keyed read
*> instead of a walk of sqrt.out from the top.
*>
*> omSerial:   the record serial (primary key); a result with no
*>             serial has nothing to key on and is not posted
*> omRadKey:   alternate key (duplicates allowed) over the radicand,
*>             for "what did we answer for radicand R" -- several
*>             serials may carry the same radicand
*> omRoot:     the root delivered (the sqrt.out resultRoot)
*> omRunId:    the audit run id that delivered it (the run stamp, or
*>             the EXPR id of an express request)
*> omRunSeq:   the run sequence within the day (sqrt.out resultRunSeq)
*> omSource, omDept: the record's source system and department
*> omCache:    the audit cache flag: space a fresh convergence, "C"
*>             answered from the history master, "B" bisected, "D"
*>             degraded on the retry ladder
*> omPosted:   yyyymmddhhmmss the entry was posted -- the retention
*>             manager ages entries on its date, and a radicand
*>             lookup takes the most recently posted of its entries
01 omRecord.
    02 omSerial   pic x(07).
    02 omRadKey.
        03 omRadicand pic s9(15)v9(6) sign leading separate.
    02 omRoot     pic 9(16)v9(6).
    02 omRunId    pic x(14).
    02 omRunSeq   pic 9(02).
    02 omSource   pic x(03).
    02 omDept     pic x(04).
    02 omCache    pic x(01).
    02 omPosted   pic x(14).
    02 filler     pic x(01).

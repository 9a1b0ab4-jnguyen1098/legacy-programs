*> manType: "H" header (sequence, run date, run id), "F" one shipped
*> file (its name-in-transmission and record count), "T" trailer
*> (count of F rows, so a truncated manifest is itself detectable).
*> manSum: on an F row, the shipped file's content checksum as
*> written (sqrtcsum.cob), which sqrtrecv re-proves before applying
*> and sqrtscrb re-proves nightly; blank on manifests shipped before
*> checksums were kept. On the H row the same bytes carry the scrub's
*> verdict: manState "U" when a file of the transmission no longer
*> matches (or is gone), and manScrubbed the day it was last scrubbed
*> -- or flagged. sqrtrecv refuses a transmission flagged unusable.
01 manRecord.
    02 manType  pic x(01).
    02 manSeq   pic 9(06).
    02 manCount pic 9(09).
    02 manRunId pic x(14).
    02 manDate  pic x(08).
    02 manSum   pic x(12).
    02 manScrub redefines manSum.
        03 manState    pic x(01).
            88 manUnusable value "U".
        03 manScrubbed pic x(08).
        03 filler      pic x(03).

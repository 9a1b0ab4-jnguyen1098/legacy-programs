*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -     Upstream cancellation/supersession journal and receipt     -
*> ------------------------------------------------------------------
*> One row per serial a source asked to withdraw, either outright
*> through its <drop>/cancel.<source> file or by resending a record
*> marked as replacing it in extract.<source>. sqrtintk writes the
*> same row twice: to the estate's sqrt.cancel.log journal (read by
*> sqrtlin, so a withdrawn serial's history shows where it went and
*> what replaced it) and to the receipt the source picks back up --
*> <drop>/cancel.<source>.ack or <drop>/extract.<source>.ack. COPY
*> REPLACING the record/field names when both are open at once.
*>
*> cnOutcome:  APPLIED    the record was withdrawn before the run
*>             NOT FOUND  nothing this source loaded stands under it
*>             TOO LATE   the serial has already been processed
*>             SUPERSEDED the standing record was replaced in place
*>                        by the resent one
*>             REFUSED    the resent record was not taken (cnDetail
*>                        says why) and the original stands
*> cnWhere:    where it was found (MASTER, CANDIDATE, QUARANTINE, or
*>             the sqrt.audit/sqrt.rej file that proved it processed)
*> cnDetail:   the one-line reason behind a NOT FOUND / TOO LATE /
*>             REFUSED
*> cnReason:   the source's own free text off the cancellation line
*> cnImage:    the withdrawn or superseded record image; on a
*>             REFUSED row, the resent extract line as received
*> cnBySerial: the serial the replacing record was given
*>             (SUPERSEDED rows only)
01 cancelRecord.
    02 cnDate     pic x(08).
    02 cnSource   pic x(03).
    02 cnSerial   pic x(07).
    02 cnOutcome  pic x(10).
    02 cnWhere    pic x(10).
    02 cnDetail   pic x(30).
    02 cnReason   pic x(40).
    02 cnImage    pic x(80).
    02 cnBySerial pic x(07).
    02 filler     pic x(05).

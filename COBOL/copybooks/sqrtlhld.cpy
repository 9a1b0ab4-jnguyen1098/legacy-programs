*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -               sqrt.lhold legal-hold register layout            -
*> ------------------------------------------------------------------
*> One row per legal hold: what it preserves, for which matter, who
*> placed it, and -- once it comes off -- who asked for the release
*> and which second operator signed it. Maintained through sqrtlhld;
*> read through sqrtlhck by every program that prunes or trims
*> (sqrtret, sqrtarch, sqrthsk, sqrtaclo), which keep anything in a
*> standing hold's scope.
*>
*> lhId:     yyyymmdd the hold was placed + a 4-digit sequence
*> lhScope:  D  a department: lhValue is the department code
*>           S  a source system: lhValue is the source code
*>           R  a date range alone: every dated item in lhFrom-lhTo
*>           F  a dataset: lhValue is its name; a trailing "*" holds
*>              every dataset whose name starts with the rest
*> lhFrom/lhTo: yyyymmdd bounds on the items held; either left blank
*>           is open-ended (required for R, optional otherwise)
*> lhStatus: A  active
*>           P  release requested, awaiting a second operator -- the
*>              hold still stands until the release is signed
*>           R  released; kept on the register as the record of it
*> lhPlaced/lhRelReq/lhRelDone: yyyymmddhhmmss stamps
01 lholdRecord.
    02 lhId         pic x(12).
    02 lhScope      pic x(01).
        88 lhDeptScope   value "D".
        88 lhSourceScope value "S".
        88 lhDateScope   value "R".
        88 lhFileScope   value "F".
    02 lhValue      pic x(40).
    02 lhFrom       pic x(08).
    02 lhTo         pic x(08).
    02 lhStatus     pic x(01).
        88 lhActive   value "A".
        88 lhPending  value "P".
        88 lhReleased value "R".
    02 lhPlaced     pic x(14).
    02 lhPlacedBy   pic x(08).
    02 lhMatter     pic x(40).
    02 lhRelReqBy   pic x(08).
    02 lhRelReq     pic x(14).
    02 lhRelReason  pic x(40).
    02 lhReleasedBy pic x(08).
    02 lhRelDone    pic x(14).
    02 filler       pic x(24).

*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -           sqrt.disp chargeback dispute register layout         -
*> ------------------------------------------------------------------
*> One row per dispute a department raises against its chargeback
*> statement: finance logs it (sqrtdisp), a second operator holding
*> ADJUST grants an adjustment or declines it with the reason on
*> record, and the next sqrtchbk run posts every granted adjustment
*> as its own statement line and an adjustment row on sqrt.bill.
*> sqrtdage reports what is still open by age.
*>
*> dpId:       yyyymmdd of logging + a 4-digit sequence for the day
*> dpCause:    PROFILE  iterations burned by a bad profile we set
*>             REJLOOP  a reject loop that was our fault
*>             OTHER    anything else; dpClaim says what
*> dpStatus:   O open, awaiting a decision
*>             G granted, waiting for the next statement
*>             D declined
*>             P posted on the dpPostMonth statement
*> dpAdjust:   the adjustment granted; negative is a credit to the
*>             department, positive a further charge
*> dpOpened/dpDecided: yyyymmddhhmmss stamps
01 dispRecord.
    02 dpId        pic x(12).
    02 dpDept      pic x(04).
    02 dpMonth     pic x(07).
    02 dpCause     pic x(08).
    02 dpStatus    pic x(01).
        88 dpOpen    value "O".
        88 dpGranted value "G".
        88 dpDeclined value "D".
        88 dpPosted  value "P".
    02 dpOpened    pic x(14).
    02 dpOpenedBy  pic x(08).
    02 dpClaim     pic x(40).
    02 dpAdjust    pic s9(09)v99 sign leading separate.
    02 dpDecidedBy pic x(08).
    02 dpDecided   pic x(14).
    02 dpReason    pic x(40).
    02 dpPostMonth pic x(07).
    02 filler      pic x(25).

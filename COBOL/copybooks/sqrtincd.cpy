*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -              sqrt.incident incident register record            -
*> ------------------------------------------------------------------
*> One row per incident: a night that failed, a pipeline gate that
*> failed, a run the watchdog found stalled. The raising program
*> opens it through sqrtincd, linked to the run (or gate date) and
*> the alert ids it paged under; operators work it in sqrtinc --
*> acknowledge, record the cause and what was done, resolve it --
*> and sqrtmttr reports counts by cause, the mean times to
*> acknowledge and to resolve, and the repeats.
*>
*> icId:       yyyymmdd + daily sequence, like an alert id
*> icStatus:   O open, A acknowledged, R resolved
*> icKind:     RUN (a SQRT run ended RC 8+, opened by sqrtalert),
*>             GATE (a sqrt.gates row RC 8+, opened by the gate
*>             program), STALL (opened by sqrtwdog)
*> icSource:   the program that opened it
*> icRef:      the run id for RUN and STALL; the gate's run date
*>             (yyyymmdd) for GATE
*> icCond:     the condition, worded as on the alert ("RUN RC 020",
*>             "RUN STALLED", "SQRTQA RC 008")
*> icAlert:    up to three alert ids (sqrt.alert.led) it paged under
*> icCount:    occurrences: a repeat of the same condition on the same
*>             run or gate date while the incident is unresolved bumps
*>             this row instead of opening another
*> icOpened, icLast: yyyymmddhhmmss first and latest occurrence
*> icAckBy, icAcked: who acknowledged it, and when
*> icCause:    cause category: FEED, DATA, CONFIG, CAPACITY, INFRA,
*>             CODE, OPERATOR or OTHER
*> icActions:  what was done about it
*> icResBy, icResolved: who resolved it, and the time service was
*>             restored (entered by the operator; not before icOpened)
01 incidentRecord.
    02 icId       pic x(12).
    02 icStatus   pic x(01).
        88 icIsOpen     value "O".
        88 icIsAcked    value "A".
        88 icIsResolved value "R".
    02 icKind     pic x(08).
    02 icSource   pic x(08).
    02 icRef      pic x(14).
    02 icCond     pic x(30).
    02 icAlerts.
        03 icAlert pic x(12) occurs 3 times.
    02 icCount    pic 9(05).
    02 icOpened   pic x(14).
    02 icLast     pic x(14).
    02 icAckBy    pic x(08).
    02 icAcked    pic x(14).
    02 icCause    pic x(08).
    02 icActions  pic x(60).
    02 icResBy    pic x(08).
    02 icResolved pic x(14).
    02 filler     pic x(06).

*> One row per alert raised: its id (date + daily sequence), when
*> and to which audience it went, its urgency, and -- once a human
*> has actually seen it -- who acknowledged it and when. alEscal is
*> "S" once the sweep has paged the audience's rostered secondary,
*> "Y" after it escalated to the next audience. Written by
*> sqrtalert, worked by sqrtack, swept by sqrtaesc, summarized by
*> sqrtboard; an unseen 3am PAGE stops being indistinguishable from
*> a handled one.
*>
*> Rows are registered through sqrtalrg, the one place the collapse
*> and suppression rules live:
*> alState:  spaces, the alert was delivered; "S" it fell inside a
*>           planned maintenance window (sqrtmwin.ctl) and was
*>           recorded here instead of being delivered
*> alSource: the program that raised it
*> alCond:   the condition it reports ("RUN RC 020", "RUN STALLED",
*>           "FEED LATE VD2", ...); a repeat of the same condition
*>           to the same audience while the alert is still open
*>           (unacknowledged; for a suppressed one, the same window)
*>           bumps alCount and alLast on this row rather than raising
*>           another
*> alCount:  occurrences collapsed onto the row (rows written before
*>           it was kept read as 1)
*> alLast:   yyyymmddhhmmss of the latest occurrence
*> alWindow: the suppressing window's start, yyyymmddhhmm
*> alNote:   the suppressing window's reason
*> alOnCall: the audience's rostered primary when it was raised
*>           (sqrt.oncall, through sqrtoncr; spaces: nobody rostered)
*> alSecond: the rostered secondary at the same moment
01 alertLedRecord.
    02 alId       pic x(12).
    02 alStamp    pic x(14).
    02 alAckOper  pic x(08).
    02 alAckStamp pic x(14).
    02 alEscal    pic x(01).
    02 alState    pic x(01).
        88 alSuppressed value "S".
    02 alSource   pic x(08).
    02 alCond     pic x(30).
    02 alCount    pic 9(05).
    02 alLast     pic x(14).
    02 alWindow   pic x(12).
    02 alNote     pic x(30).
    02 alOnCall   pic x(08).
    02 alSecond   pic x(08).
    02 filler     pic x(07).

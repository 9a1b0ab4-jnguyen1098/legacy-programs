*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -        sqrt.wo work-order register / ticket record layout      -
*> ------------------------------------------------------------------
*> A department's job -- "the Q3 valuation batch" -- is one work
*> order however many extracts and records it spans. The extract
*> that carries one travels with a one-line ticket beside it,
*> <extract>.wo, in this same layout; the loader (sqrtload) and the
*> intake sweep (sqrtintk) file the ticket on the sqrt.wo register
*> through sqrtwreg and stamp the order id on the extract's
*> sqrt.load.log range. sqrtwost reports each order's records by
*> where they stand and stamps woCompleted, issuing the department
*> its completion notice, when the last one finishes.
*>
*> woId:        the order id the department quotes (required)
*> woDept:      the requesting department, whose notice file
*>              (sqrt.wo.notice.<dept>) gets the completion notice
*> woRequester: who asked for it
*> woRequested: yyyymmdd the order was filed (a ticket may leave it
*>              blank: the day its first extract is loaded)
*> woNeedBy:    yyyymmdd the department needs it by (blank: no date)
*> woCompleted: yyyymmdd the last record finished; blank while open.
*>              A further extract filed under a completed order
*>              reopens it.
*> woTitle:     free-text description for the report and notice
01 workOrderRecord.
    02 woId        pic x(10).
    02 woDept      pic x(04).
    02 woRequester pic x(08).
    02 woRequested pic x(08).
    02 woNeedBy    pic x(08).
    02 woCompleted pic x(08).
    02 woTitle     pic x(30).
    02 filler      pic x(04).

*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          sqrt.rsta.<subscriber> correction-record layout       -
*> ------------------------------------------------------------------
*> One row per bad root a subscriber was actually sent: the
*> restatement it belongs to, the delivery (sequence and date off
*> sqrt.feed.led) that carried it, the record serial, and the value
*> delivered beside the value it should have been. The subscriber
*> corrects its own books from this; nothing here is a fresh feed.
*> Written by sqrtrsta.
01 rstaRecord.
    02 rsRestateId pic x(14).
    02 filler      pic x(01).
    02 rsFeedSeq   pic 9(06).
    02 filler      pic x(01).
    02 rsFeedDate  pic x(08).
    02 filler      pic x(01).
    02 rsSerial    pic x(07).
    02 filler      pic x(01).
    02 rsRadicand  pic s9(15)v9(6) sign leading separate.
    02 filler      pic x(01).
    02 rsEpsilon   pic v9(9).
    02 filler      pic x(01).
    02 rsOldRoot   pic 9(16)v9(6).
    02 filler      pic x(01).
    02 rsNewRoot   pic 9(16)v9(6).
    02 filler      pic x(08).

*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          sqrt.feed.<name>.post subscriber posting layout       -
*> ------------------------------------------------------------------
*> What a subscriber says it actually posted out of a feed we sent:
*> one row per item, naming the delivery (the sequence number
*> sqrt.feed.led gave it), the record serial, and the value as the
*> subscriber booked it. The subscriber appends rows as it posts each
*> delivery; sqrtpost matches them against the delivery, serial by
*> serial, under the subscriber's own sqrtfeeds.ctl rounding rule.
*>
*> fpSeq:    the delivery sequence number, zero-padded
*> fpSerial: the record serial the feed row came from
*> fpValue:  the posted value as text, left-justified, optionally
*>           signed ("12.345", "-3", "1234.5")
01 postRecord.
    02 fpSeq    pic 9(06).
    02 fpSerial pic x(07).
    02 fpValue  pic x(25).
    02 filler   pic x(42).

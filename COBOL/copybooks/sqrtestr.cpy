*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -           sqrt.estr.log early-start decision layout            -
*> ------------------------------------------------------------------
*> One row per change of mind of the early-start trigger (sqrtestr):
*> a cycle that reaches the same verdict, for the same reason, as
*> the row before it that day writes nothing, so the log reads as
*> the evening's story -- "waiting on VN2", "VN2 in, quarantined
*> ABC holding it", "started at 19:04" -- and the morning digest
*> takes the day's last row as its answer.
*>
*> esAction:   STARTED  every expected feed in; the stream was
*>                      kicked off
*>             WAITING  at least one expected feed not yet arrived
*>             BLOCKED  every feed in, but a source is quarantined
*>                      (or would be, by its volume band)
*>             NOFEEDS  nothing expected today; the fixed window
*>                      runs as usual
*>             WINDOW   the fixed window has opened; the trigger
*>                      stands down for the day
*> esExpected/esArrived/esQuar: the feed counts behind the verdict
*> esReason:   the sources holding it back, or a note
01 estrRecord.
    02 esDate     pic x(08).
    02 esTime     pic x(04).
    02 esAction   pic x(08).
    02 esExpected pic 9(03).
    02 esArrived  pic 9(03).
    02 esQuar     pic 9(03).
    02 esReason   pic x(50).
    02 filler     pic x(01).

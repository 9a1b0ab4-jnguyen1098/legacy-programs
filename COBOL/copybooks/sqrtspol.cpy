*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -             sqrt.spool intraday request spool layout           -
*> ------------------------------------------------------------------
*> One intraday request as a requester drops it on the spool: an
*> ordinary sqrt.dat record (sqrtrec.cpy layout -- profile, source,
*> department and cap all honored) followed by the requester's id,
*> which names the response file the answer goes to
*> (sqrt.resp.<requester>), and an optional reference of the
*> requester's own that is echoed back on the answer.
*>
*> spState, spStamp and spOutcome are left blank by the requester.
*> SQRT SPOOL fills them when it files a drained request on the
*> spool's done history (sqrt.spool.done by default): "D" done, the
*> time it was answered, and the answer's status (OK, CACHED,
*> REJECTED, DECLINED, ABORTED, INDOUBT).
01 spoolRecord.
    02 spImage     pic x(80).
    02 spRequester pic x(08).
    02 spRef       pic x(12).
    02 spState     pic x(01).
    02 spStamp     pic x(14).
    02 spOutcome   pic x(08).

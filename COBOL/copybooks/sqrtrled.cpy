*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -            sqrt.rsta.led restatement-ledger layout             -
*> ------------------------------------------------------------------
*> One row per correction file cut: the restatement id (the run's
*> timestamp), the subscriber, when the file was produced, how many
*> corrections it carried, and whether -- and when -- the subscriber
*> confirmed taking it (the subscriber drops sqrt.rsta.<name>.rcpt;
*> the next sqrtrsta run sweeps it in). The proof of when each
*> consumer was told. Written/swept by sqrtrsta.
01 rstaLedRecord.
    02 rlRestateId  pic x(14).
    02 rlSubscriber pic x(08).
    02 rlProduced   pic x(14).
    02 rlItems      pic 9(07).
    02 rlConfirmed  pic x(01).
    02 rlConfStamp  pic x(14).
    02 filler       pic x(12).

*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -            Control-set snapshot record layout                  -
*> ------------------------------------------------------------------
*> One row of a run's control-set snapshot (sqrtcsnp.cob), as kept
*> on the run's own sqrt.ctl.R<runid> and, once sqrtarch has filed
*> it with the dated generation, on sqrt.ctl.Dyyyymmdd alongside
*> every other run archived that day. COPY REPLACING the record/field
*> names when a program needs more than one of these open at once.
*>
*> cnTag "SNP1" opens a run's snapshot (cnMbrNo = members present,
*> cnData the time it was taken); "MBR1" opens one member (cnSeq =
*> its line count, cnData(1:1) "Y" present / "N" absent at the time,
*> cnData(3:) the dataset name the run actually resolved); "DAT1" is
*> one line of the member, numbered from 1 in cnSeq. Members always
*> appear in the same order, so two snapshots walk side by side on
*> cnMbrNo and cnSeq.
01 csnpRecord.
    02 cnTag    pic x(04).
    02 cnRunId  pic x(14).
    02 cnMbrNo  pic 9(02).
    02 cnMember pic x(16).
    02 cnSeq    pic 9(05).
    02 cnData   pic x(200).

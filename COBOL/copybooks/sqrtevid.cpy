*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          Evidence-pack sample attestation register layout      -
*> ------------------------------------------------------------------
*> One row per sampled audit row of an auditor evidence pack
*> (sqrtevid.cob), kept beside the pack as sqrt.evid.<from>-<to>.att.
*> The pack build writes the sample and its independent re-proof;
*> the auditor's verdict, id, time and note are filled in later, one
*> sample at a time, by the pack's ATTEST action.
*>
*> eaProof "P" the stored root re-proved within its epsilon, "F" it
*> did not. eaVerdict space while the sample is open, "P" the auditor
*> passed it, "F" failed it.
01 evidAttRecord.
    02 eaSample   pic 9(03).
    02 eaFile     pic x(20).
    02 eaRunId    pic x(14).
    02 eaSeq      pic 9(07).
    02 eaRadicand pic s9(15)v9(6) sign leading separate.
    02 eaEpsilon  pic v9(9).
    02 eaRoot     pic 9(16)v9(6).
    02 eaProof    pic x(01).
    02 eaVerdict  pic x(01).
    02 eaAuditor  pic x(08).
    02 eaStamp    pic x(19).
    02 eaNote     pic x(40).

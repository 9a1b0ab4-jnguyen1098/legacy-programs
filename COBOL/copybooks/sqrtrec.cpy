*>              submitting department was told the record would be
*>              completed by, carried onto the audit row so the SLA
*>              compliance report can prove the promise was met;
*>              a record due by the next business day on the
*>              processing calendar (or already overdue) runs in
*>              tier 1 whatever its recPriority says; spaces mean
*>              "no promise attached")
*> recSerial:   7 (unique record serial assigned by the loader and
*>              stamped through to the audit row, result row and CSV
*>              row -- the join key the radicand value never was;
*>              on the master record image; at SQRT_STARVE_RUNS the
*>              ledger promotes the record one tier so chronic
*>              misses self-correct. Spaces mean "never deferred".)
*> recSeal:     2 (tamper seal over bytes 1-76, stamped by sqrtseal.cob
*>              in every program that legitimately writes the master
*>              and verified by SQRT, sqrtprom and sqrtsvfy: a record
*>              edited by hand no longer matches its seal and is
*>              rejected as an Unsealed Edit. Spaces mean "never
*>              sealed". Cards carry none.)
01 lineStruct.
    02 radicandIn      pic s9(15)v9(6) sign leading separate.
    02 epsilonIn       pic v9(9).
    02 recSlaDate      pic x(08).
    02 recSerial       pic x(07).
    02 recDeferCt      pic x(02).
    02 recSeal         pic x(02).

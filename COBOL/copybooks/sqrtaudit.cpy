*> stamp) and an ascending per-run sequence number, and each run ends
*> with a "T" trailer row carrying the run's record count and summed
*> control totals, so a deleted or inserted row is detectable instead
*> of silently absorbed. auditRecType: "D" detail, "T" trailer, "G"
*> group statistic (a GRP1 group's aggregate: auditRoot is the group
*> result, auditProfile the group id; counted in the run's trailer
*> like any other row, but never a detail), "R" reversal (appended
*> by sqrtbkot when it backs a run out -- see below).
*> An "R" row is one of the reversed run's "D" or "G" rows copied
*> field for field (radicand, epsilon, root, iterations, department,
*> serial, cache flag, tier...) with three differences: auditRunId
*> stays the reversed run's id, so the reversal files under the run it
*> undoes; auditSeq is the reversal group's own ascending sequence; and
*> auditTimestamp is when the run was backed out, not when it ran.
*> The group is appended to sqrt.audit after that run's trailer and
*> closed by its own "T" trailer, counting and totalling the "R" rows
*> only. A reader counting answers nets the reversed run's "D" rows
*> out through sqrtrvck.cob rather than matching "R" rows itself.
*> auditDept carries the requesting department off the input record
*> so month-end chargeback can allocate the compute; auditCache is
*> "C" when the answer came from the history cache (granted free on
*> the chargeback statement), "D" when the retry ladder converged it
*> at a relaxed epsilon (degraded precision), "B" when Newton hit the
*> cap and the bisection engine converged it at the requested epsilon
*> (full precision, auditIter the bisection's own halvings), and
*> space when freshly iterated at the requested epsilon.
*> auditTier is the tier the record actually ran in; auditPromo says
*> why that differs from the tier it was keyed with: "P" starvation
*> promotion (deferred too many nights running), "S" raised to tier 1
*> because its promise date (auditSla) was due by the next business
*> day, space not moved.
01 auditRecord.
    02 auditRunId     pic x(14).
    02 auditSeq       pic 9(07).

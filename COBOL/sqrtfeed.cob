*> which the next run sweeps into the ledger. A missed feed is
*> redelivered by rerunning with SQRT_FEED_ONLY=<name>, which
*> regenerates just that subscriber's feed from the day's sqrt.out
*> under the next sequence number. What a subscriber then actually
*> booked comes back as sqrt.feed.<name>.post (sqrtfpst.cpy), which
*> sqrtpost reconciles against the deliveries under the same spec.

identification division.
program-id. sqrtfeed.

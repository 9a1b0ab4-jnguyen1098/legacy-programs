*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -               sqrt.grp group statistic result row              -
*> ------------------------------------------------------------------
*> One row per GRP1 group on sqrt.dat: the statistic the group card
*> asked for, computed over its member records' radicands, with the
*> run id and the sequence number of the "G" row written for it on
*> sqrt.audit, the join back to the audit trail.
*>
*> grpResStat:    "RMS " root-mean-square, "STDV" standard deviation
*>                (population), "GEOM" geometric mean
*> grpResStatus:  "C" computed; "I" incomplete (a member was held,
*>                not yet effective or unreadable, the group had no
*>                members, or its closing card never came) -- no
*>                value is given; "U" undefined for these values (a
*>                geometric mean over a non-positive member, an
*>                unknown statistic, or a result too large to carry)
*> grpResMembers: member records seen
*> grpResMean:    arithmetic mean of the members' radicands
01 groupResultRecord.
    02 grpResId      pic x(08).
    02 grpResStat    pic x(04).
    02 grpResStatus  pic x(01).
    02 grpResMembers pic 9(07).
    02 grpResValue   pic 9(16)v9(6).
    02 grpResMean    pic s9(15)v9(6) sign leading separate.
    02 grpResRunSeq  pic 9(02).
    02 grpResRunId   pic x(14).
    02 grpResSeq     pic 9(07).
    02 filler        pic x(13).

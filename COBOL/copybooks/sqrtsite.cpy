*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -              sqrt.site site-role record layout                 -
*> ------------------------------------------------------------------
*> Which way the standby transmissions flow. One row in the working
*> directory of each site, written by sqrttkov when a site takes over
*> production, fails production back, or is put back as the standby;
*> every change is also appended to sqrt.site.log. No sqrt.site at
*> all is the original arrangement: this site is primary and ships
*> to SQRT_SHIP_DEST.
*>
*> siteRole:    "P" primary -- sqrtship ships from here (to sitePeer
*>              unless SQRT_SHIP_DEST says otherwise); sqrtrecv
*>              refuses to apply anything over a primary
*>              "S" standby -- sqrtrecv applies here; sqrtship refuses
*> siteDate:    date the role was taken
*> siteMode:    the sqrttkov mode that set it (TAKEOVER, FAILBACK,
*>              STANDBY)
*> sitePeer:    the other site's directory as seen from this one
*> siteShipSeq: the transmission sequence the role change started
*>              from (the last one applied or shipped)
*> siteSerial:  the sqrt.serial value the role change seeded
*> siteRunId:   the last run id found on this site's audit trail
01 siteRecord.
    02 siteRole    pic x(01).
    02 siteDate    pic x(08).
    02 siteMode    pic x(08).
    02 sitePeer    pic x(40).
    02 siteShipSeq pic 9(06).
    02 siteSerial  pic 9(07).
    02 siteRunId   pic x(14).
    02 filler      pic x(06).

    *> kept a copy of the live file.  The same month can appear on
    *> several rows across runs - readers replay each month's file
    *> once.
    *> For the chained logs (AUDITLOG, TRANSCRIPT, USERCHG) the row
    *> also carries the first and last chain sequence numbers that
    *> went into the archive on that run, the digest of the record
    *> just before the first one (where the segment hangs off the
    *> chain) and the digest of the last one, so chainver can
    *> check the trail across archive months and pick the chain up
    *> from the manifest once old archive files have been purged.
    *> Zero/blank on ROLEHIST rows, on rows written before the
    *> chain existed and where only pre-chain records moved.
    *> ==============================================
    FD  Arc-Manifest-File.
    1 Arc-Manifest-Record.
        5 Amf-Archive-Name        Pic X(40).
        5 Amf-Record-Count        Pic 9(09).
        5 Amf-Cutoff-Date         Pic X(08).
        5 Amf-First-Seq           Pic 9(09).
        5 Amf-Last-Seq            Pic 9(09).
        5 Amf-Prior-Digest        Pic X(32).
        5 Amf-Last-Digest         Pic X(32).

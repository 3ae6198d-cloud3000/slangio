    *> ================   Techtonics  ===============
    *> TRANSCRIPT - one record per console input line, so an
    *> operator's session can be reconstructed after the fact.
    *> Trn-Elev-Role / Trn-Elev-Id are filled in only for a line
    *> typed while a break-glass elevation (ELEVATE) was in force:
    *> the elevated role and the grant's Elv-Grant-Id, so elevrept
    *> can list exactly what was run under each grant.  Blank on
    *> every other line.
    *> Trn-Chain-Seq / Trn-Chain-Digest are the tamper-evident
    *> chain (running sequence number, digest chained from the
    *> previous record) set by chainlnk just before the write and
    *> checked by chainver.
    *> ==============================================
    FD  Transcript-File.
    1 Transcript-Record.
        5 Trn-Userid              Pic X(32).
        5 Trn-Input               Pic X(2048).
        5 Trn-Output              Pic X(2048).
        5 Trn-Elev-Role           Pic X(10).
        5 Trn-Elev-Id             Pic X(14).
        5 Trn-Chain-Seq           Pic 9(09).
        5 Trn-Chain-Digest        Pic X(32).

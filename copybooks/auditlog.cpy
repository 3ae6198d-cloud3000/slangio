    *> ================   Techtonics  ===============
    *> AUDIT-LOG - one record per login attempt.  Replaces the old
    *> "echo ... > secdata.txt" shell-out.  Never carries a password.
    *> Aud-Chain-Seq / Aud-Chain-Digest make the file tamper-
    *> evident: a running sequence number and a digest chained from
    *> the previous record's digest, filled in by chainlnk just
    *> before the write and checked by chainver.  Records written
    *> before the chain existed carry zeros/blanks there.
    *> ==============================================
    FD  Audit-Log-File.
    1 Audit-Log-Record.
            88 Aud-Passed         Value "PASSED".
            88 Aud-Failed         Value "FAILED".
        5 Aud-Reason              Pic X(10).
        5 Aud-Chain-Seq           Pic 9(09).
        5 Aud-Chain-Digest        Pic X(32).

    *> ================   Techtonics  ===============
    *> CHAINCTL - head of the tamper-evident chain for each chained
    *> log: one row per file type (AUDITLOG, USERCHG, TRANSCRIPT)
    *> holding the sequence number and digest of the last record
    *> appended to it.  Maintained only by the chainlnk subprogram,
    *> which every writer of those logs calls just before its
    *> write; read by chainver to catch records cut off the end of
    *> the live file, which the chain itself cannot show.  The row
    *> for a type is created by the first record written after the
    *> chain was introduced.
    *> ==============================================
    FD  Chain-Ctl-File.
    1 Chain-Ctl-Record.
        5 Chc-File-Type           Pic X(10).
        5 Chc-Last-Seq            Pic 9(09).
        5 Chc-Last-Digest         Pic X(32).
        5 Chc-Last-Time           Pic X(26).

    *> ================   Techtonics  ===============
    *> ACTSUMCT - high-water mark of the ACTSUM daily activity
    *> summary, one row keyed by file type ("AUDITLOG").  Act-Last-
    *> Seq is the highest chain sequence taken into the summary and
    *> Act-Last-Time the latest timestamp (which is what places a
    *> record with no chain sequence); an AUDIT-LOG record past
    *> either is not in ACTSUM yet.  Act-Status is RUNNING while
    *> actsum is updating the summary and DONE once the mark has
    *> moved on - secreport and dormant only trust ACTSUM when it
    *> is DONE, and read the raw log as before otherwise.
    *> Act-Rebuilt-Time is the last full rebuild (actsum REBUILD).
    *> ==============================================
    FD  Act-Sum-Ctl-File.
    1 Act-Sum-Ctl-Record.
        5 Act-File-Type           Pic X(10).
        5 Act-Status              Pic X(08).
            88 Act-Running        Value "RUNNING".
            88 Act-Done           Value "DONE".
        5 Act-Last-Seq            Pic 9(09).
        5 Act-Last-Time           Pic X(26).
        5 Act-Run-Time            Pic X(26).
        5 Act-End-Time            Pic X(26).
        5 Act-Rebuilt-Time        Pic X(26).
        5 Act-Applied-Count       Pic 9(09).
        5 Filler                  Pic X(20).

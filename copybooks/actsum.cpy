    *> ================   Techtonics  ===============
    *> ACTSUM - daily activity summary of AUDIT-LOG, one row per
    *> day per userid, keyed date first so a date range is a single
    *> START.  Built and kept up by the actsum job from the AUDIT-
    *> LOG records added since its last run (see actsumct.cpy);
    *> read by secreport for its range totals and by dormant for
    *> the last PASSED login, instead of the raw log and archives.
    *> Pass/fail counts, the first and last activity of the day,
    *> the last PASSED of the day (blank if none) and the number
    *> of distinct terminals used.  Acs-Terminal holds the first
    *> ten terminals so the count can be kept as records arrive;
    *> past ten, Acs-Term-More is set and the count stays at ten.
    *> Acs-Last-Seq is the chain sequence of the last record taken
    *> into the row, so a rerun after a crash never counts a record
    *> twice.
    *> ==============================================
    FD  Act-Sum-File.
    1 Act-Sum-Record.
        5 Acs-Key.
            10 Acs-Date           Pic X(08).
            10 Acs-Userid         Pic X(32).
        5 Acs-Pass-Count          Pic 9(07).
        5 Acs-Fail-Count          Pic 9(07).
        5 Acs-First-Time          Pic X(26).
        5 Acs-Last-Time           Pic X(26).
        5 Acs-Last-Passed         Pic X(26).
        5 Acs-Term-Count          Pic 9(02).
        5 Acs-Term-More           Pic X(01).
            88 Acs-Terms-Overflow Value "Y".
        5 Acs-Terminal            Pic X(08) Occurs 10 Times.
        5 Acs-Last-Seq            Pic 9(09).
        5 Filler                  Pic X(20).

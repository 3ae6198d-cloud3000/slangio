    *> ================   Techtonics  ===============
    *> SODOVR - append-only record of every segregation-of-duties
    *> override: one row per rule a MAINT ADD/CHGROLE was allowed
    *> to break, with who overrode it, why, and whether it came
    *> from the console or a MAINTXN batch row.  sodrept reads it
    *> back so an overridden conflict is reported as such rather
    *> than as a fresh violation.
    *> ==============================================
    FD  Sod-Ovr-File.
    1 Sod-Ovr-Record.
        5 Sov-Timestamp           Pic X(26).
        5 Sov-Userid              Pic X(32).
        5 Sov-Action              Pic X(10).
        5 Sov-Role                Pic X(10).
        5 Sov-Dept                Pic X(04).
        5 Sov-Rule-Id             Pic X(08).
        5 Sov-Override-By         Pic X(32).
        5 Sov-Source              Pic X(08).
        5 Sov-Reason              Pic X(40).

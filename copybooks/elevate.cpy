    *> ================   Techtonics  ===============
    *> ELEVATE - break-glass role elevations.  One row per grant,
    *> written by the console ELEVATE command: the role the
    *> operator was raised to on top of their own, for how many
    *> hours, and the reason they had to give.  Keyed by userid +
    *> the grant's yyyymmddhhmmss start, so Elv-Grant-Id is also
    *> the tag stamped on every TRANSCRIPT line typed under it.
    *> A grant is live while Elv-Ended is blank and Elv-Expires is
    *> still ahead of the clock; once it runs out (or the operator
    *> ENDs it) Elv-Ended/Elv-End-Reason are filled in and the row
    *> stays on file for the elevrept morning report.
    *> Read by application.cob and security.cob to work out the
    *> effective role; USERS itself is never touched.
    *> ==============================================
    FD  Elevate-File.
    1 Elevate-Record.
        5 Elv-Key.
            10 Elv-Userid         Pic X(32).
            10 Elv-Grant-Id       Pic X(14).
        5 Elv-Base-Role           Pic X(10).
        5 Elv-Role                Pic X(10).
        5 Elv-Hours               Pic 9(02).
        5 Elv-Expires             Pic X(14).
        5 Elv-Ended               Pic X(14).
        5 Elv-End-Reason          Pic X(10).
            88 Elv-Expired        Value "EXPIRED".
            88 Elv-Ended-Early    Value "ENDED".
        5 Elv-Reason              Pic X(60).

    *> ================   Techtonics  ===============
    *> ROLEDEF - role reference file, keyed by the role name
    *> carried in Usr-Role.  Rdf-Privileged marks a role whose
    *> grant needs a second ADMIN's approval: a MAINT CHGROLE (or
    *> a recert CHGROLE decision) onto a privileged role is queued
    *> on PENDCHG instead of applied.  ADMIN is always treated as
    *> privileged whatever its row says.  Seeded with ADMIN and
    *> LEAD on first run and maintained with the console ROLES
    *> command; clearing a privileged flag is itself queued for
    *> approval.  Rdf-Factor-Required marks a role whose operators
    *> must pass a second factor (FACTOR file) after the password
    *> at login; clearing it is queued for approval the same way.
    *> Filler is reserve for further per-role policy.
    *> ==============================================
    FD  Role-Def-File.
    1 Role-Def-Record.
        5 Rdf-Role                Pic X(10).
        5 Rdf-Privileged          Pic X(01).
            88 Rdf-Is-Privileged  Value "Y".
        5 Rdf-Description         Pic X(30).
        5 Rdf-Factor-Required     Pic X(01).
            88 Rdf-Needs-Factor   Value "Y".
        5 Filler                  Pic X(19).

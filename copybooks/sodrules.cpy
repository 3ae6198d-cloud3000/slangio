    *> ================   Techtonics  ===============
    *> SODRULES - segregation-of-duties rules, one per line, kept
    *> by hand the same as MAINTXN.  Two kinds of rule:
    *>   C - a toxic command pair: no single role may be granted
    *>       both Sod-Cmd-A and Sod-Cmd-B through PERMCMD (the "*"
    *>       wildcard row counts as a grant to every role).
    *>   D - a reserved role: Sod-Role may only be held by accounts
    *>       whose Usr-Dept is Sod-Dept.
    *> Checked through sodcheck by MAINT ADD/CHGROLE (interactive
    *> and BATCH), recert CHGROLE decisions and the sodrept batch
    *> violation report.  A missing file means no rules.
    *> ==============================================
    FD  Sod-Rules-File.
    1 Sod-Rules-Record.
        5 Sod-Rule-Id             Pic X(08).
        5 Sod-Rule-Type           Pic X(01).
            88 Sod-Cmd-Pair       Value "C".
            88 Sod-Role-Reserved  Value "D".
        5 Sod-Rule-Body           Pic X(28).
        5 Sod-Pair-Body Redefines Sod-Rule-Body.
            10 Sod-Cmd-A          Pic X(14).
            10 Sod-Cmd-B          Pic X(14).
        5 Sod-Reserve-Body Redefines Sod-Rule-Body.
            10 Sod-Role           Pic X(10).
            10 Sod-Dept           Pic X(04).
            10 Filler             Pic X(14).
        5 Sod-Description         Pic X(40).

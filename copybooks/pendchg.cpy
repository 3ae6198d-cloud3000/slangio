    *> ================   Techtonics  ===============
    *> PENDCHG - maker-checker queue for the high-risk console
    *> changes: a CHGROLE onto ADMIN or a privileged role (console
    *> MAINT, MAINT BATCH and recert), an ADD straight into one
    *> (Pnd-Old-Value the department, Pnd-New-Value the role), a
    *> PARMS SET that lowers LOCKOUT-THRESHOLD, a TERMS CLEAR, and
    *> a ROLES SET that clears a privileged flag (ROLEFLAG) or a
    *> second-factor flag (FACTORFLAG).  The requesting program
    *> writes the row through the pendput subprogram and changes
    *> nothing else; a different ADMIN approves or rejects it with
    *> the console PENDING command, and only an approval applies
    *> the change (journalled to USERCHG with both userids).  A
    *> row left PENDING longer than the PENDING-EXPIRY-HRS
    *> parameter is marked EXPIRED; one whose target moved on
    *> before it was approved (account gone or added, role or
    *> value changed underneath it) is marked VOID instead of
    *> applied.
    *> Pnd-Id is the request time to the hundredth of a second,
    *> bumped by one on a collision.  Pnd-Target is the userid,
    *> parameter name, terminal id or role the change is aimed at;
    *> Pnd-Old-Value/Pnd-New-Value are its before/after as text.
    *> ==============================================
    FD  Pend-Chg-File.
    1 Pend-Chg-Record.
        5 Pnd-Id                  Pic X(16).
        5 Pnd-Type                Pic X(10).
            88 Pnd-Chgrole        Value "CHGROLE".
            88 Pnd-Add            Value "ADD".
            88 Pnd-Parmset        Value "PARMSET".
            88 Pnd-Termclear      Value "TERMCLEAR".
            88 Pnd-Roleflag       Value "ROLEFLAG".
            88 Pnd-Factorflag     Value "FACTORFLAG".
        5 Pnd-Status              Pic X(10).
            88 Pnd-Pending        Value "PENDING".
            88 Pnd-Applied        Value "APPLIED".
            88 Pnd-Rejected       Value "REJECTED".
            88 Pnd-Expired        Value "EXPIRED".
            88 Pnd-Void           Value "VOID".
        5 Pnd-Target              Pic X(32).
        5 Pnd-Old-Value           Pic X(20).
        5 Pnd-New-Value           Pic X(20).
        5 Pnd-Requested-By        Pic X(32).
        5 Pnd-Requested-Time      Pic X(26).
        5 Pnd-Decided-By          Pic X(32).
        5 Pnd-Decided-Time        Pic X(26).
        5 Pnd-Note                Pic X(40).

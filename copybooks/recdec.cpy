    *> ================   Techtonics  ===============
    *> RECDEC - recertification decisions, one file per department
    *> (RECDEC.<dept>).  The WORKSHEET run writes it pre-filled with
    *> one row per account and a blank decision; the department
    *> head fills in Rcd-Decision (KEEP, REVOKE or CHGROLE, with
    *> Rcd-New-Role for a CHGROLE), their own userid in
    *> Rcd-Reviewer and the review date, and hands it back for the
    *> APPLY run.  Same fixed-column hand-edited shape as MAINTXN.
    *> ==============================================
    FD  Rec-Dec-File.
    1 Rec-Dec-Record.
        5 Rcd-Campaign-Id         Pic X(08).
        5 Rcd-Dept                Pic X(04).
        5 Rcd-Userid              Pic X(32).
        5 Rcd-Role                Pic X(10).
        5 Rcd-Decision            Pic X(08).
            88 Rcd-Keep           Value "KEEP".
            88 Rcd-Revoke         Value "REVOKE".
            88 Rcd-Chgrole        Value "CHGROLE".
        5 Rcd-New-Role            Pic X(10).
        5 Rcd-Reviewer            Pic X(32).
        5 Rcd-Review-Date         Pic X(08).

    *> ================   Techtonics  ===============
    *> RECCAMP - access recertification campaign snapshot.  One row
    *> per account put in front of a department head, written by
    *> the recert WORKSHEET run: the account's department, role and
    *> status as they stood when the worksheets were issued.  The
    *> recert APPLY run walks these rows (in department order) to
    *> find every account that still needs a decision, so an
    *> account nobody answered for is chased rather than silently
    *> passed.  Rows for every campaign accumulate in one plain
    *> sequential file, keyed in practice by Rcp-Campaign-Id.
    *> ==============================================
    FD  Rec-Camp-File.
    1 Rec-Camp-Record.
        5 Rcp-Campaign-Id         Pic X(08).
        5 Rcp-Dept                Pic X(04).
        5 Rcp-Userid              Pic X(32).
        5 Rcp-Role                Pic X(10).
        5 Rcp-Status              Pic X(10).
        5 Rcp-Issued-Time         Pic X(26).

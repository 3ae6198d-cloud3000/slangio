    *> "who locked this account and when" even after the record has
    *> been rewritten again.  Queried with chgsearch.  Same plain
    *> sequential append shape as AUDIT-LOG/ROLEHIST.
    *> Uch-Approved-By is the second ADMIN who approved a queued
    *> PENDCHG change (Uch-Changed-By is then the requester); it is
    *> blank on every change that needed no approval.  For the
    *> non-account changes approval applies (PARMSET, TERMCLEAR,
    *> ROLEFLAG) Uch-Userid carries the parameter name, terminal id
    *> or role, and the role columns carry the old/new value.
    *> Uch-Chain-Seq / Uch-Chain-Digest are the tamper-evident
    *> chain (running sequence number, digest chained from the
    *> previous record) set by chainlnk just before every write and
    *> checked by chainver; every writer must go through chainlnk.
    *> ==============================================
    FD  User-Chg-File.
    1 User-Chg-Record.
        5 Uch-New-Status          Pic X(10).
        5 Uch-Old-Failed          Pic 9(02).
        5 Uch-New-Failed          Pic 9(02).
        5 Uch-Approved-By         Pic X(32).
        5 Uch-Chain-Seq           Pic 9(09).
        5 Uch-Chain-Digest        Pic X(32).

    *> ================   Techtonics  ===============
    *> ALERTQ - security alert queue for the operations desk.  One
    *> row per event, written the moment it happens through the
    *> alertput subprogram:
    *>   LOCKOUT    HIGH   - security.cob locks an account on a
    *>                       failed-password streak;
    *>   TERMBLOCK  HIGH   - security.cob blocks a terminal (TERMBLK);
    *>   OFFSHIFT   MEDIUM - security.cob refuses a login outside the
    *>                       account's SCHEDULE window;
    *>   ADMINGRANT HIGH   - application grants the ADMIN role (MAINT
    *>                       ADD, an approved CHGROLE, or ELEVATE);
    *>   DORMLOCK   LOW    - the dormant sweep locks an account.
    *> Alq-Id is the raise time to the hundredth of a second,
    *> bumped by one on a collision.  A NEW row is picked up by the
    *> alertdsp dispatcher, written to the pager/mail drop and
    *> marked SENT; the on-call operator marks it ACKED from the
    *> console ALERTS command.  A SENT row still unacknowledged
    *> after ALERT-ESCALATE-MINS is re-sent by alertdsp as an
    *> escalation (Alq-Escalations counts them, Alq-Notified-Time
    *> is the last time it went out).
    *> ==============================================
    FD  Alert-Queue-File.
    1 Alert-Queue-Record.
        5 Alq-Id                  Pic X(16).
        5 Alq-Event               Pic X(10).
            88 Alq-Lockout        Value "LOCKOUT".
            88 Alq-Termblock      Value "TERMBLOCK".
            88 Alq-Offshift       Value "OFFSHIFT".
            88 Alq-Admingrant     Value "ADMINGRANT".
            88 Alq-Dormlock       Value "DORMLOCK".
        5 Alq-Userid              Pic X(32).
        5 Alq-Terminal-Id         Pic X(08).
        5 Alq-Severity            Pic X(06).
            88 Alq-High           Value "HIGH".
            88 Alq-Medium         Value "MEDIUM".
            88 Alq-Low            Value "LOW".
        5 Alq-Raised-Time         Pic X(26).
        5 Alq-Source              Pic X(12).
        5 Alq-Detail              Pic X(60).
        5 Alq-Status              Pic X(08).
            88 Alq-New            Value "NEW".
            88 Alq-Sent           Value "SENT".
            88 Alq-Acked          Value "ACKED".
        5 Alq-Notified-Time       Pic X(26).
        5 Alq-Escalations         Pic 9(02).
        5 Alq-Acked-By            Pic X(32).
        5 Alq-Acked-Time          Pic X(26).
        5 Alq-Ack-Note            Pic X(40).

    *> ================   Techtonics  ===============
    *> ALERTOUT - drop file for the operations pager/mail gateway,
    *> appended by the alertdsp dispatcher.  One record per message
    *> sent: Alo-Kind ALERT the first time an ALERTQ row goes out,
    *> ESCALATE each time it is re-sent for want of an
    *> acknowledgement (Alo-Escalation is the count so far).  The
    *> queue fields are copied as they stand; Alo-Text is a ready-
    *> made one-line subject for the page or mail.
    *> ==============================================
    FD  Alert-Out-File.
    1 Alert-Out-Record.
        5 Alo-Kind                Pic X(08).
            88 Alo-First-Send     Value "ALERT".
            88 Alo-Escalate       Value "ESCALATE".
        5 Alo-Sent-Time           Pic X(26).
        5 Alo-Alert-Id            Pic X(16).
        5 Alo-Severity            Pic X(06).
        5 Alo-Event               Pic X(10).
        5 Alo-Userid              Pic X(32).
        5 Alo-Terminal-Id         Pic X(08).
        5 Alo-Raised-Time         Pic X(26).
        5 Alo-Escalation          Pic 9(02).
        5 Alo-Text                Pic X(120).

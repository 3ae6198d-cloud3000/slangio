    *> ================   Techtonics  ===============
    *> FACTOR - second-factor enrolment, keyed by userid.  An
    *> operator whose role (or break-glass role) is flagged on
    *> ROLEDEF as needing a second factor must, after the password,
    *> enter the six-digit one-time code the otpcode routine derives
    *> from Fac-Secret and the current minute - the operator's
    *> token is loaded with the same secret at enrolment.  A code
    *> is good for the minute either side of now, and only once:
    *> Fac-Last-Step is the last minute a code was accepted for.
    *> The ten eight-digit recovery codes are for a lost token; each
    *> is kept only as its pwdhash2 digest and works once
    *> (Fac-Rcv-Used).  Written by the console FACTOR command
    *> (ENROL/RESET, both of which issue a new secret and a fresh
    *> set of recovery codes); read and updated by security.cob at
    *> login.  The secret has to be held in the clear for the code
    *> to be derived, so this file is protected like USERS.
    *> ==============================================
    FD  Factor-File.
    1 Factor-Record.
        5 Fac-Userid              Pic X(32).
        5 Fac-Status              Pic X(08).
            88 Fac-Active         Value "ACTIVE".
        5 Fac-Secret              Pic X(16).
        5 Fac-Last-Step           Pic 9(11).
        5 Fac-Enrolled-By         Pic X(32).
        5 Fac-Enrolled-Time       Pic X(26).
        5 Fac-Last-Used-Time      Pic X(26).
        5 Fac-Recovery Occurs 10 Times.
            10 Fac-Rcv-Hash       Pic X(64).
            10 Fac-Rcv-Used       Pic X(01).
                88 Fac-Rcv-Spent  Value "Y".

    *> ================   Techtonics  ===============
    *> ANOMEXC - login anomaly exceptions, appended by the nightly
    *> anomaly job: one row per finding, carrying the day checked,
    *> the AUDIT-LOG timestamp, userid and terminal of the login
    *> that raised it, the finding type and severity and a line of
    *> explanation.  Security works the file through by day and
    *> severity; the matching print report is ANMRPRT.
    *>   NEWTERM  MEDIUM - PASSED from a terminal the userid has
    *>                     never passed from in the baseline;
    *>   ODDHOUR  LOW    - PASSED at an hour well outside the
    *>                     userid's usual login hours;
    *>   DUALTERM HIGH   - PASSED from two terminals within the
    *>                     ANOM-DUAL-MINS window;
    *>   FAILPASS HIGH   - PASSED straight after a run of at least
    *>                     ANOM-FAIL-RUN consecutive failures.
    *> ==============================================
    FD  Anom-Exc-File.
    1 Anom-Exc-Record.
        5 Anx-Run-Date            Pic X(08).
        5 Anx-Timestamp           Pic X(26).
        5 Anx-Userid              Pic X(32).
        5 Anx-Terminal-Id         Pic X(08).
        5 Anx-Type                Pic X(08).
            88 Anx-New-Terminal   Value "NEWTERM".
            88 Anx-Odd-Hour       Value "ODDHOUR".
            88 Anx-Dual-Terminal  Value "DUALTERM".
            88 Anx-Fail-Pass      Value "FAILPASS".
        5 Anx-Severity            Pic X(06).
            88 Anx-High           Value "HIGH".
            88 Anx-Medium         Value "MEDIUM".
            88 Anx-Low            Value "LOW".
        5 Anx-Detail              Pic X(60).

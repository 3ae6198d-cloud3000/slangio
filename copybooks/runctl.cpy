    *> ================   Techtonics  ===============
    *> RUNCTL - run control for the nightly batch window, keyed by
    *> job name and run id (the start time to the hundredth of a
    *> second).  Every batch job calls the runctl subprogram as it
    *> starts, which writes a RUNNING row carrying the command-line
    *> arguments, and again as it finishes, which stamps the end
    *> time, return code and record counts and marks the row
    *> ENDED.  The counts are what each job reads, what it writes
    *> or changes and what it reports as exceptions - see the
    *> job's own header for which is which; zero where a job has
    *> no such count.  A row still RUNNING when the same job next
    *> starts is a run that crashed or was cancelled and is marked
    *> NOEND.  Reported by runrept.
    *> ==============================================
    FD  Run-Ctl-File.
    1 Run-Ctl-Record.
        5 Rcl-Key.
            10 Rcl-Job            Pic X(10).
            10 Rcl-Run-Id         Pic X(16).
        5 Rcl-Status              Pic X(08).
            88 Rcl-Running        Value "RUNNING".
            88 Rcl-Ended          Value "ENDED".
            88 Rcl-No-End         Value "NOEND".
        5 Rcl-Start-Time          Pic X(26).
        5 Rcl-End-Time            Pic X(26).
        5 Rcl-Return-Code         Pic 9(04).
        5 Rcl-In-Count            Pic 9(09).
        5 Rcl-Out-Count           Pic 9(09).
        5 Rcl-Exc-Count           Pic 9(09).
        5 Rcl-Arguments           Pic X(60).
        5 Filler                  Pic X(20).

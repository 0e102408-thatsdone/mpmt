*>   Apache License, Version 2.0
*> History:
*>   * 2026/09/01 v0.1 Initial version.
*>   * 2026/10/15     Treat the REFUSED record mpmt1 logs for a run
*>                     refused on a protected host as a complete run
*>                     of its own, so refused attempts are archived
*>                     with the rest instead of piling up in the live
*>                     log.
*>   * 2026/10/15     A REFUSED record completes a run only when it
*>                     is the only record under its run-id.
*> Usage:
*>   * `$ cobc -x -free -o mpmt1arc mpmt1arc.cob`
*>   * run it in the directory holding mpmt1.log.
        when tok(1) = "SUMMARY" or tok(1) = "ABORTED"
            or tok(1) = "DEADLINE" or tok(1) = "CRASHED"
            set at_run_complete(cur) to true
        *> a refused run never starts: its one record, stamped with
        *> the time of the attempt, is the whole run. A REFUSED under
        *> a run-id that already has records of its own (a refused
        *> restart logged under the run it meant to continue) neither
        *> completes that run nor moves its start.
        when tok(1) = "REFUSED"
            if at_records(cur) = 1
                if tok_count >= 3 and tok(3) not = spaces
                    compute at_ts_start(cur) = function numval(tok(3))
                end-if
                set at_run_complete(cur) to true
            end-if
        when tok(1)(1:15) is numeric
            if at_ts_start(cur) = 0
                and tok_count >= 4 and tok(4) not = spaces

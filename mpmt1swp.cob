*>   Apache License, Version 2.0
*> History:
*>   * 2026/09/01 v0.1 Initial version.
*>   * 2026/10/15     Accept LOAD_TYPE=SRT, with SORT_RECORDS,
*>                     SORT_KEYS and SORT_MERGE handed on to every
*>                     step; an SRT curve is records sorted per
*>                     second.
*> Usage:
*>   * `$ cobc -x -free -o mpmt1swp mpmt1swp.cob`
*>   * run it in the directory holding mpmt1.log and the mpmt1
*>       LOAD_TYPE=CPU
*>       SETTLE_SEC=10
*>       INTENSITY=100          (optional)
*>       SORT_RECORDS=10000     (optional, LOAD_TYPE=SRT only)
*>       SORT_KEYS=RANDOM       (optional, RANDOM or ORDERED)
*>       SORT_MERGE=N           (optional, Y or N)
*>       MPMT1_CMD=./mpmt1cob   (optional, this is the default)
*>     Blank lines and lines starting with "*" or "#" are remarks.
*> RETURN-CODEs:
    01 settle_sec pic 9(4) value 0.
    01 sweep_load pic x(3) value "CPU".
    01 sweep_intensity pic x(8) value "-".
    *> SRT settings, passed through as mpmt1 arguments 13-15; "-"
    *> leaves mpmt1's own default.
    01 sweep_sort_records pic x(16) value "-".
    01 sweep_sort_keys pic x(16) value "-".
    01 sweep_sort_merge pic x(16) value "-".
    01 mpmt1_cmd pic x(128) value "./mpmt1cob".

    01 step_list_arg pic x(224) value spaces.

    01 sidx pic 99 value 0.
    01 run_cmd pic x(256) value spaces.
    01 cmd_len pic 9(4) value 0.
    01 step_rc pic s9(9) value 0.
    01 wkr_disp pic 9(4).
    01 dur_disp pic 9(4).
            end-string
        when "INTENSITY"
            move function trim(sw_value) to sweep_intensity
        when "SORT_RECORDS"
            move function trim(sw_value) to sweep_sort_records
        when "SORT_KEYS"
            move function trim(sw_value) to sweep_sort_keys
        when "SORT_MERGE"
            move function trim(sw_value) to sweep_sort_merge
        when "MPMT1_CMD"
            move function trim(sw_value) to mpmt1_cmd
        when other
        function trim(sweep_intensity) delimited by size
        into run_cmd
    end-string
    *> an SRT step also carries the sort settings, behind the
    *> deadline, lock and replay arguments they come after.
    if sweep_load = "SRT"
        move function length(function trim(run_cmd)) to cmd_len
        add 1 to cmd_len
        string " 0 - - - - " delimited by size
            function trim(sweep_sort_records) delimited by size
            " " delimited by size
            function trim(sweep_sort_keys) delimited by size
            " " delimited by size
            function trim(sweep_sort_merge) delimited by size
            into run_cmd
            with pointer cmd_len
        end-string
    end-if
    display "mpmt1swp: step " sidx " of " step_count ": "
        function trim(run_cmd)
    call "SYSTEM" using run_cmd
    display " "
    display "=== scaling curve: load " function trim(sweep_load)
        ", " step_duration "s per step ==="
    *> an SRT step's ops are the records its workers sorted.
    if sweep_load = "SRT"
        display "workers  records-sorted     records/s    "
            "per-worker-records/s"
    else
        display "workers  total-ops          ops/s        "
            "per-worker-ops/s"
    end-if
    move 1 to sidx
    perform until sidx > step_count
        move st_workers(sidx) to disp_w

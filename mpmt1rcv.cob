*>   Apache License, Version 2.0
*> History:
*>   * 2026/09/01 v0.1 Initial version.
*>   * 2026/10/15     Also sweep up workers frozen in state O (killed
*>                     on an operator's request, not yet reaped).
*>   * 2026/10/15     Also remove a dead SRT worker's sort scratch
*>                     (mpmt1_srt_<pid>.in/.s1/.s2/.mrg).
*> Usage:
*>   * `$ cobc -x -free -o mpmt1rcv mpmt1rcv.cob`
*>   * run it in the directory holding mpmt1.log.
    01 rv_pidx pic 9(4) value 0.
    01 rv_pid_disp pic 9(9).
    01 rv_scratch_name pic x(64) value spaces.
    *> an SRT worker's scratch: its input, two sorted outputs and
    *> the merged file, all named after its pid.
    01 rv_srt_suffix_list pic x(16) value ".in .s1 .s2 .mrg".
    01 rv_srt_suffixes redefines rv_srt_suffix_list.
        05 rv_srt_suffix pic x(4) occurs 4 times.
    01 rv_srt_idx pic 9 value 0.
    01 rv_killed pic 9(4) value 0.

    *> one slot per run seen in the log, in first-appearance order.
    perform until rv_pidx > rv_pid_count
        if rv_pid(rv_pidx) > 0
            and (rv_pid_state(rv_pidx) = "R"
                or rv_pid_state(rv_pidx) = "K"
                or rv_pid_state(rv_pidx) = "O")
            call static "kill" using by value rv_pid(rv_pidx)
                by value rv_sig_none
                returning rv_probe_rc
    if rv_del_rc = 0
        display "recovery: removed stale scratch "
            function trim(rv_scratch_name)
    end-if
    move 1 to rv_srt_idx
    perform until rv_srt_idx > 4
        move spaces to rv_scratch_name
        string "mpmt1_srt_" delimited by size
            rv_pid_disp delimited by size
            rv_srt_suffix(rv_srt_idx) delimited by space
            into rv_scratch_name
        end-string
        call "CBL_DELETE_FILE" using rv_scratch_name
            returning rv_del_rc
        if rv_del_rc = 0
            display "recovery: removed stale scratch "
                function trim(rv_scratch_name)
        end-if
        add 1 to rv_srt_idx
    end-perform.

rv_read_ckpt_run.
    move 0 to rv_ck_run

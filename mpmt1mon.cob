*>
*> mpmt1mon.cob: operator console for mpmt1 -- a full-screen view of
*> the run active on this host, refreshed on a timer out of the
*> files the run already keeps current (mpmt1.status, mpmt1.lock,
*> mpmt1.ckpt, and the latest TELEM record in mpmt1.log), with the
*> few controls an operator needs in the middle of the night: an
*> orderly stop, killing one misbehaving worker, and pushing the
*> wall-clock deadline out when the batch window gets extended.
*>
*> The console never touches a worker itself. A stop drops the same
*> mpmt1.stop file the run already watches for; kill and deadline
*> requests are queued in mpmt1.ctl and applied by the run on its
*> next heartbeat tick (a killed worker is logged there as an OPKILL
*> record). Every action taken from the console is first appended
*> to mpmt1.log as an OPER audit record carrying the operator's
*> user id; if the audit record cannot be written, the action is not
*> taken.
*>
*> License:
*>   Apache License, Version 2.0
*> History:
*>   * 2026/10/15 v0.1 Initial version.
*> Usage:
*>   * `$ cobc -x -free -o mpmt1mon mpmt1mon.cob`
*>   * run it in the directory holding mpmt1.log:
*>     `mpmt1mon [refresh-seconds]` (default 5).
*>   * commands go in the cmd field, their argument in the arg field:
*>       S  Y      request an orderly stop of the whole run
*>       K  pid    kill one running worker
*>       D  sec    push DEADLINE_SEC out to sec seconds after start
*>       D  +sec   push DEADLINE_SEC out by sec seconds
*>       N / P     next / previous page of workers
*>       Q         quit the console (the run carries on)
*>     Enter with an empty cmd field just refreshes.
*> RETURN-CODEs:
*>   0  - console ended with Q
*>
identification division.
program-id. mpmt1mon.

environment division.
input-output section.
file-control.
    select status_file assign to "mpmt1.status"
        organization line sequential
        file status is st_file_status.
    select lock_file assign to "mpmt1.lock"
        organization line sequential
        file status is lk_file_status.
    select checkpoint_file assign to "mpmt1.ckpt"
        organization line sequential
        file status is ck_file_status.
    select optional run_log_file assign to "mpmt1.log"
        organization line sequential
        file status is rl_file_status.
    select optional control_file assign to "mpmt1.ctl"
        organization line sequential
        file status is ct_file_status.
    select stop_file assign to "mpmt1.stop"
        organization line sequential
        file status is sp_file_status.

data division.
file section.
fd  status_file.
    01 st_line pic x(96).

fd  lock_file.
    01 lk_line pic x(96).

fd  checkpoint_file.
    01 ck_line pic x(512).

fd  run_log_file.
    01 rl_line pic x(256).

    *> one audit record per console action, laid out like the other
    *> tagged records (tag, run-id, ..., host last) so mpmt1arc files
    *> it under the run it acted on and every reader tokenizes it the
    *> same way.
    01 oper_log_record.
        05 op_tag             pic x(4).
        05 op_sep0            pic x.
        05 op_run_id          pic 9(15).
        05 op_sep1            pic x.
        05 op_ts              pic -(17)9.
        05 op_sep2            pic x.
        05 op_user            pic x(16).
        05 op_sep3            pic x.
        05 op_action          pic x(8).
        05 op_sep4            pic x.
        05 op_target          pic x(12).
        05 op_sep5            pic x.
        05 op_host            pic x(32).

fd  control_file.
    01 ct_line pic x(96).

fd  stop_file.
    01 sp_line pic x(96).

working-storage section.
    01 st_file_status pic xx.
    01 lk_file_status pic xx.
    01 ck_file_status pic xx.
    01 rl_file_status pic xx.
    01 ct_file_status pic xx.
    01 sp_file_status pic xx.
    01 st_eof pic x value "N".
        88 st_at_eof value "Y".
    01 ck_eof pic x value "N".
        88 ck_at_eof value "Y".
    01 rl_eof pic x value "N".
        88 rl_at_eof value "Y".

    01 mon_arg pic x(16) value spaces.
    01 refresh_sec pic 9(4) value 5.
    01 oper_user pic x(16) value spaces.
    01 mon_quit_flag pic x value "N".
        88 mon_quit value "Y".
    01 now_ts usage binary-c-long.
    01 now_ts_usec usage binary-c-long.

    *> what mpmt1.status says about the run (key=value lines, one
    *> pid_<pid>=<state> line per worker in fork order).
    01 st_key pic x(32) value spaces.
    01 st_value pic x(64) value spaces.
    01 st_key_head pic x(8) value spaces.
    01 st_key_tail pic x(24) value spaces.
    01 snap_present pic x value "N".
        88 snap_have_status value "Y".
    01 snap_run_id pic 9(15) value 0.
    01 snap_state pic x(8) value spaces.
    01 snap_host pic x(32) value spaces.
    01 snap_load pic x(3) value spaces.
    01 snap_durations pic x(64) value spaces.
    01 snap_deadline pic 9(7) value 0.
    01 snap_requested pic 9(4) value 0.
    01 snap_forked pic 9(4) value 0.
    01 snap_running pic 9(4) value 0.

    *> one slot per worker, in the status file's fork order; the
    *> checkpoint's WRK lines carry the same slot numbers, which is
    *> how served and assigned seconds get paired with a pid.
    01 max_workers pic 9(4) value 999.
    01 mw_count pic 9(4) value 0.
    01 mw_table.
        05 mw_entry occurs 999 times.
            10 mw_pid       pic 9(9).
            10 mw_state     pic x.
            10 mw_served    pic 9(7).
            10 mw_assigned  pic 9(7).
            10 mw_intensity pic 999.
            10 mw_steps     pic x(40).
    01 mw_idx pic 9(4) value 0.
    01 mw_found pic 9(4) value 0.

    *> the lock names the run that owns the host, its parent pid and
    *> start second; a null signal to that pid says whether the run
    *> is still alive to act on.
    01 lk_present pic x value "N".
        88 lock_present value "Y".
    01 lk_alive pic x value "N".
        88 lock_owner_alive value "Y".
    01 lk_run_id pic 9(15) value 0.
    01 lk_pid pic s9(9) binary value 0.
    01 lk_start_ts pic 9(12) value 0.
    01 lk_probe_rc pic s9(9) binary.
    01 sig_none pic s9(9) binary value 0.
    01 lk_check_info pic x(16).
    01 lk_check_rc pic s9(9) binary.
    01 lock_file_name pic x(12) value "mpmt1.lock".
    01 stop_file_name pic x(12) value "mpmt1.stop".
    01 stop_check_info pic x(16).
    01 stop_check_rc pic s9(9) binary.

    01 ck_tok_table.
        05 ck_tok occurs 24 times pic x(32).
    01 ck_tok_count pic 99 value 0.
    01 ck_slot pic 9(4) value 0.
    01 ck_nsteps pic 99 value 0.
    01 ck_step_idx pic 99 value 0.
    01 ck_pair_idx pic 99 value 0.
    01 ck_steps_ptr pic 9(4) value 1.

    *> the latest TELEM sample the run logged.
    01 tok_table.
        05 tok occurs 12 times pic x(40).
    01 tok_count pic 99 value 0.
    01 run_id_x pic x(15).
    01 tm_seen pic x value "N".
        88 telem_seen value "Y".
    01 tm_ts pic 9(12) value 0.
    01 tm_load1 pic 9(7) value 0.
    01 tm_load5 pic 9(7) value 0.
    01 tm_load15 pic 9(7) value 0.
    01 tm_runq pic 9(5) value 0.
    01 tm_memfree pic 9(12) value 0.
    01 tm_swapfree pic 9(12) value 0.

    *> derived figures for the screen.
    01 run_live_flag pic x value "N".
        88 run_is_live value "Y".
    01 run_elapsed pic s9(9) value 0.
    01 deadline_left pic s9(9) value 0.
    01 tm_age pic s9(9) value 0.
    01 tm_work pic 9(5)v99 value 0.
    01 page_no pic 9(4) value 1.
    01 page_count pic 9(4) value 1.
    01 page_first pic 9(4) value 0.
    01 wl_idx pic 99 value 0.
    01 rem_disp pic s9(9) value 0.

    *> display-edited work fields.
    01 ed_num1 pic z(8)9.
    01 ed_num2 pic z(8)9.
    01 ed_num3 pic z(8)9.
    01 ed_num4 pic z(8)9.
    01 ed_neg pic -(8)9.
    01 ed_load1 pic zzzz9.99.
    01 ed_load2 pic zzzz9.99.
    01 ed_load3 pic zzzz9.99.
    01 ed_slot pic zzz9.
    01 ed_pid pic z(8)9.
    01 ed_served pic z(6)9.
    01 ed_assigned pic z(6)9.
    01 ed_remain pic z(6)9.
    01 ed_int pic zz9.
    01 ed_page1 pic zzz9.
    01 ed_page2 pic zzz9.
    01 ed_refresh pic zzz9.
    01 countdown_text pic x(16) value spaces.

    *> the screen, one line of text per row, built fresh on every
    *> refresh.
    01 mon_title pic x(80) value spaces.
    01 mon_run_line pic x(80) value spaces.
    01 mon_load_line pic x(80) value spaces.
    01 mon_time_line pic x(80) value spaces.
    01 mon_count_line pic x(80) value spaces.
    01 mon_telem_line pic x(80) value spaces.
    01 mon_head_line pic x(80) value spaces.
    01 mon_wline_table.
        05 mon_wline occurs 12 times pic x(80).
    01 mon_page_line pic x(80) value spaces.
    01 mon_message pic x(80) value spaces.
    01 mon_cmd pic x value space.
    01 mon_cmd_arg pic x(12) value spaces.
    01 lines_per_page pic 99 value 12.

    *> command handling.
    01 cmd_value pic 9(7) value 0.
    01 cmd_pid pic 9(9) value 0.
    01 new_deadline pic 9(7) value 0.
    01 max_deadline pic 9(7) value 99999.
    01 audit_ok pic x value "N".
        88 audit_written value "Y".
    01 audit_action pic x(8) value spaces.
    01 audit_target pic x(12) value spaces.

screen section.
    01 mon_screen blank screen.
        05 line 1 col 1 pic x(80) from mon_title.
        05 line 3 col 1 pic x(80) from mon_run_line.
        05 line 4 col 1 pic x(80) from mon_load_line.
        05 line 5 col 1 pic x(80) from mon_time_line.
        05 line 6 col 1 pic x(80) from mon_count_line.
        05 line 7 col 1 pic x(80) from mon_telem_line.
        05 line 9 col 1 pic x(80) from mon_head_line.
        05 line 10 col 1 pic x(80) from mon_wline(1).
        05 line 11 col 1 pic x(80) from mon_wline(2).
        05 line 12 col 1 pic x(80) from mon_wline(3).
        05 line 13 col 1 pic x(80) from mon_wline(4).
        05 line 14 col 1 pic x(80) from mon_wline(5).
        05 line 15 col 1 pic x(80) from mon_wline(6).
        05 line 16 col 1 pic x(80) from mon_wline(7).
        05 line 17 col 1 pic x(80) from mon_wline(8).
        05 line 18 col 1 pic x(80) from mon_wline(9).
        05 line 19 col 1 pic x(80) from mon_wline(10).
        05 line 20 col 1 pic x(80) from mon_wline(11).
        05 line 21 col 1 pic x(80) from mon_wline(12).
        05 line 22 col 1 pic x(80) from mon_page_line.
        05 line 23 col 1 pic x(80) from mon_message.
        05 line 24 col 1 value "cmd:".
        05 line 24 col 6 pic x using mon_cmd.
        05 line 24 col 9 value "arg:".
        05 line 24 col 14 pic x(12) using mon_cmd_arg.
        05 line 24 col 28
            value "S Y=stop K pid=kill D sec|+sec=deadline N/P Q".

procedure division.
main section.

    accept mon_arg from argument-value
    if mon_arg not = spaces
        compute refresh_sec = function numval(function trim(mon_arg))
    end-if
    if refresh_sec < 1
        move 1 to refresh_sec
    end-if

    *> the operator's user id goes on every audit record.
    accept oper_user from environment "USER"
    if oper_user = spaces
        accept oper_user from environment "LOGNAME"
    end-if
    if oper_user = spaces
        move "unknown" to oper_user
    end-if

    perform until mon_quit
        perform take_snapshot
        perform build_screen_lines
        move space to mon_cmd
        move spaces to mon_cmd_arg
        accept mon_screen with time-out refresh_sec
        if mon_cmd not = space
            perform take_command
        end-if
    end-perform

    move 0 to return-code
    stop run.

*> re-read everything the run keeps on disk and work out whether
*> it is still alive to take requests: its lock must be held by a
*> live pid under the same run-id the status file carries, and the
*> status must still say RUNNING.
take_snapshot.
    call "gettimeofday" using now_ts null
    perform read_status_snapshot
    perform read_lock_snapshot
    perform read_ckpt_snapshot
    perform read_latest_telem
    move "N" to run_live_flag
    if snap_have_status and lock_owner_alive
        and lk_run_id = snap_run_id
        and snap_state = "RUNNING"
        set run_is_live to true
    end-if.

read_status_snapshot.
    move "N" to snap_present
    move 0 to snap_run_id snap_deadline snap_requested
        snap_forked snap_running mw_count
    move spaces to snap_state snap_host snap_load snap_durations
    open input status_file
    if st_file_status not = "00"
        exit paragraph
    end-if
    set snap_have_status to true
    move "N" to st_eof
    perform until st_at_eof
        read status_file
            at end
                set st_at_eof to true
            not at end
                perform take_status_line
        end-read
    end-perform
    close status_file.

take_status_line.
    move spaces to st_key st_value
    unstring st_line delimited by "="
        into st_key st_value
    end-unstring
    evaluate true
        when st_key = "run_id"
            compute snap_run_id = function numval(st_value)
        when st_key = "state"
            move function trim(st_value) to snap_state
        when st_key = "host"
            move function trim(st_value) to snap_host
        when st_key = "load_type"
            move function trim(st_value) to snap_load
        when st_key = "durations"
            move function trim(st_value) to snap_durations
        when st_key = "deadline_sec"
            compute snap_deadline = function numval(st_value)
        when st_key = "requested"
            compute snap_requested = function numval(st_value)
        when st_key = "forked"
            compute snap_forked = function numval(st_value)
        when st_key = "running"
            compute snap_running = function numval(st_value)
        when st_key(1:4) = "pid_"
            if mw_count < max_workers
                move spaces to st_key_head st_key_tail
                unstring st_key delimited by "_"
                    into st_key_head st_key_tail
                end-unstring
                add 1 to mw_count
                initialize mw_entry(mw_count)
                compute mw_pid(mw_count) =
                    function numval(st_key_tail)
                move st_value(1:1) to mw_state(mw_count)
            end-if
        when other
            continue
    end-evaluate.

read_lock_snapshot.
    move "N" to lk_present lk_alive
    move 0 to lk_run_id lk_pid lk_start_ts
    call "CBL_CHECK_FILE_EXIST" using lock_file_name
        lk_check_info returning lk_check_rc
    if lk_check_rc not = 0
        exit paragraph
    end-if
    set lock_present to true
    open input lock_file
    if lk_file_status not = "00"
        exit paragraph
    end-if
    move spaces to lk_line
    read lock_file
        at end
            move spaces to lk_line
    end-read
    close lock_file
    move spaces to tok_table
    unstring lk_line delimited by all " "
        into tok(1) tok(2) tok(3) tok(4)
    end-unstring
    if tok(1) not = "LOCK" or tok(3) = spaces
        exit paragraph
    end-if
    compute lk_run_id = function numval(tok(2))
    compute lk_pid = function numval(tok(3))
    compute lk_start_ts = function numval(tok(4))
    if lk_pid > 0
        call static "kill" using by value lk_pid
            by value sig_none
            returning lk_probe_rc
        if lk_probe_rc = 0
            set lock_owner_alive to true
        end-if
    end-if.

*> the checkpoint's WRK lines: slot, seconds served, intensity,
*> phase base, step count, then load/duration pairs.
read_ckpt_snapshot.
    open input checkpoint_file
    if ck_file_status not = "00"
        exit paragraph
    end-if
    move "N" to ck_eof
    perform until ck_at_eof
        read checkpoint_file
            at end
                set ck_at_eof to true
            not at end
                perform take_ckpt_line
        end-read
    end-perform
    close checkpoint_file.

take_ckpt_line.
    move spaces to ck_tok_table
    move 0 to ck_tok_count
    unstring ck_line delimited by all " "
        into ck_tok(1) ck_tok(2) ck_tok(3) ck_tok(4) ck_tok(5)
             ck_tok(6) ck_tok(7) ck_tok(8) ck_tok(9) ck_tok(10)
             ck_tok(11) ck_tok(12) ck_tok(13) ck_tok(14) ck_tok(15)
             ck_tok(16) ck_tok(17) ck_tok(18) ck_tok(19) ck_tok(20)
             ck_tok(21) ck_tok(22) ck_tok(23) ck_tok(24)
        tallying in ck_tok_count
    end-unstring
    *> a checkpoint left over from an earlier run says nothing
    *> about this one.
    if ck_tok(1) = "CKPT"
        and function numval(ck_tok(2)) not = snap_run_id
        set ck_at_eof to true
        exit paragraph
    end-if
    if ck_tok(1) not = "WRK"
        exit paragraph
    end-if
    compute ck_slot = function numval(ck_tok(2))
    if ck_slot < 1 or ck_slot > mw_count
        exit paragraph
    end-if
    compute mw_served(ck_slot) = function numval(ck_tok(3))
    compute mw_intensity(ck_slot) = function numval(ck_tok(4))
    compute ck_nsteps = function numval(ck_tok(6))
    move 0 to mw_assigned(ck_slot)
    move spaces to mw_steps(ck_slot)
    move 1 to ck_steps_ptr
    move 1 to ck_step_idx
    perform until ck_step_idx > ck_nsteps or ck_step_idx > 8
        compute ck_pair_idx = 6 + 2 * ck_step_idx
        add function numval(ck_tok(ck_pair_idx))
            to mw_assigned(ck_slot)
        if ck_step_idx > 1
            string "," delimited by size
                into mw_steps(ck_slot)
                with pointer ck_steps_ptr
            end-string
        end-if
        string function trim(ck_tok(ck_pair_idx - 1))
                delimited by size
            " " delimited by size
            function trim(ck_tok(ck_pair_idx)) delimited by size
            into mw_steps(ck_slot)
            with pointer ck_steps_ptr
        end-string
        add 1 to ck_step_idx
    end-perform.

*> the newest TELEM record this run has logged: the log is read
*> end to end and the last matching sample wins.
read_latest_telem.
    move "N" to tm_seen
    if snap_run_id = 0
        exit paragraph
    end-if
    move snap_run_id to run_id_x
    open input run_log_file
    if rl_file_status not = "00"
        exit paragraph
    end-if
    move "N" to rl_eof
    perform until rl_at_eof
        read run_log_file
            at end
                set rl_at_eof to true
            not at end
                if rl_line(1:6) = "TELEM "
                    perform take_telem_line
                end-if
        end-read
    end-perform
    close run_log_file.

take_telem_line.
    move spaces to tok_table
    move 0 to tok_count
    unstring rl_line delimited by all " "
        into tok(1) tok(2) tok(3) tok(4) tok(5) tok(6) tok(7)
             tok(8) tok(9) tok(10) tok(11) tok(12)
        tallying in tok_count
    end-unstring
    if tok(2)(1:15) not = run_id_x or tok_count < 9
        exit paragraph
    end-if
    set telem_seen to true
    compute tm_ts = function numval(tok(3))
    compute tm_load1 = function numval(tok(4))
    compute tm_load5 = function numval(tok(5))
    compute tm_load15 = function numval(tok(6))
    compute tm_runq = function numval(tok(7))
    compute tm_memfree = function numval(tok(8))
    compute tm_swapfree = function numval(tok(9)).

*> turn the snapshot into screen lines.
build_screen_lines.
    move refresh_sec to ed_refresh
    move spaces to mon_title
    string "mpmt1mon  operator console" delimited by size
        "      user " delimited by size
        function trim(oper_user) delimited by size
        "      refresh " delimited by size
        function trim(ed_refresh) delimited by size
        "s" delimited by size
        into mon_title
    end-string
    move spaces to mon_run_line mon_load_line mon_time_line
        mon_count_line mon_telem_line mon_head_line
        mon_page_line mon_wline_table
    if not snap_have_status
        move "no run status (mpmt1.status) on this host"
            to mon_run_line
        exit paragraph
    end-if
    string "run-id " delimited by size
        snap_run_id delimited by size
        "   state " delimited by size
        function trim(snap_state) delimited by size
        "   host " delimited by size
        function trim(snap_host) delimited by size
        into mon_run_line
    end-string
    string "load " delimited by size
        function trim(snap_load) delimited by size
        "   durations " delimited by size
        function trim(snap_durations) delimited by size
        into mon_load_line
    end-string
    perform build_time_line
    move snap_requested to ed_num1
    move snap_forked to ed_num2
    move snap_running to ed_num3
    string "workers: requested " delimited by size
        function trim(ed_num1) delimited by size
        "  forked " delimited by size
        function trim(ed_num2) delimited by size
        "  running " delimited by size
        function trim(ed_num3) delimited by size
        into mon_count_line
    end-string
    if run_is_live
        string "   run ALIVE" delimited by size
            into mon_count_line(50:)
        end-string
    else
        string "   run not live" delimited by size
            into mon_count_line(50:)
        end-string
    end-if
    perform build_telem_line
    move "slot       pid st  served  assigned  remaining  int  steps"
        to mon_head_line
    perform build_worker_lines.

*> run elapsed off the lock's start second, and the countdown to
*> the deadline the status file currently carries (a deadline the
*> operator pushed out shows up here on the run's next tick).
build_time_line.
    if lk_start_ts > 0 and lk_run_id = snap_run_id
        compute run_elapsed = now_ts - lk_start_ts
    else
        move 0 to run_elapsed
    end-if
    move run_elapsed to ed_neg
    move snap_deadline to ed_num2
    evaluate true
        when snap_deadline = 0
            move "none" to countdown_text
        when lk_start_ts = 0 or lk_run_id not = snap_run_id
            move "unknown" to countdown_text
        when other
            compute deadline_left =
                lk_start_ts + snap_deadline - now_ts
            if deadline_left <= 0
                move "DUE" to countdown_text
            else
                move deadline_left to ed_num3
                move spaces to countdown_text
                string function trim(ed_num3) delimited by size
                    "s" delimited by size
                    into countdown_text
                end-string
            end-if
    end-evaluate
    string "run elapsed " delimited by size
        function trim(ed_neg) delimited by size
        "s   deadline " delimited by size
        function trim(ed_num2) delimited by size
        "s   countdown " delimited by size
        function trim(countdown_text) delimited by size
        into mon_time_line
    end-string.

*> load averages are logged times one hundred.
build_telem_line.
    if not telem_seen
        move "telemetry: no TELEM sample logged for this run yet"
            to mon_telem_line
        exit paragraph
    end-if
    compute tm_work = tm_load1 / 100
    move tm_work to ed_load1
    compute tm_work = tm_load5 / 100
    move tm_work to ed_load2
    compute tm_work = tm_load15 / 100
    move tm_work to ed_load3
    move tm_runq to ed_num1
    move tm_memfree to ed_num2
    move tm_swapfree to ed_num3
    compute tm_age = now_ts - tm_ts
    move tm_age to ed_neg
    string "load " delimited by size
        function trim(ed_load1) delimited by size
        " " delimited by size
        function trim(ed_load2) delimited by size
        " " delimited by size
        function trim(ed_load3) delimited by size
        "  runq " delimited by size
        function trim(ed_num1) delimited by size
        "  memfree " delimited by size
        function trim(ed_num2) delimited by size
        "kB  swapfree " delimited by size
        function trim(ed_num3) delimited by size
        "kB  (" delimited by size
        function trim(ed_neg) delimited by size
        "s ago)" delimited by size
        into mon_telem_line
    end-string.

build_worker_lines.
    compute page_count = (mw_count + lines_per_page - 1)
        / lines_per_page
    if page_count < 1
        move 1 to page_count
    end-if
    if page_no > page_count
        move page_count to page_no
    end-if
    compute page_first = (page_no - 1) * lines_per_page
    move 1 to wl_idx
    perform until wl_idx > lines_per_page
        or page_first + wl_idx > mw_count
        compute mw_idx = page_first + wl_idx
        perform build_one_worker_line
        add 1 to wl_idx
    end-perform
    move page_no to ed_page1
    move page_count to ed_page2
    move mw_count to ed_num1
    string "page " delimited by size
        function trim(ed_page1) delimited by size
        " of " delimited by size
        function trim(ed_page2) delimited by size
        "   " delimited by size
        function trim(ed_num1) delimited by size
        " worker(s)   states: R running, K/O killed, D done"
            delimited by size
        into mon_page_line
    end-string.

build_one_worker_line.
    move mw_idx to ed_slot
    move mw_pid(mw_idx) to ed_pid
    move mw_served(mw_idx) to ed_served
    move mw_assigned(mw_idx) to ed_assigned
    compute rem_disp = mw_assigned(mw_idx) - mw_served(mw_idx)
    if rem_disp < 0 or mw_state(mw_idx) not = "R"
        move 0 to rem_disp
    end-if
    move rem_disp to ed_remain
    move mw_intensity(mw_idx) to ed_int
    string ed_slot delimited by size
        " " delimited by size
        ed_pid delimited by size
        "  " delimited by size
        mw_state(mw_idx) delimited by size
        " " delimited by size
        ed_served delimited by size
        "   " delimited by size
        ed_assigned delimited by size
        "    " delimited by size
        ed_remain delimited by size
        "  " delimited by size
        ed_int delimited by size
        "  " delimited by size
        mw_steps(mw_idx) delimited by size
        into mon_wline(wl_idx)
    end-string.

*> one command off the screen. Paging and quit need no live run;
*> everything else acts on the run and has to find it alive.
take_command.
    move spaces to mon_message
    evaluate function upper-case(mon_cmd)
        when "Q"
            set mon_quit to true
        when "N"
            if page_no < page_count
                add 1 to page_no
            end-if
        when "P"
            if page_no > 1
                subtract 1 from page_no
            end-if
        when "S"
            perform request_stop
        when "K"
            perform request_kill
        when "D"
            perform request_deadline
        when other
            string "unknown command '" delimited by size
                mon_cmd delimited by size
                "'" delimited by size
                into mon_message
            end-string
    end-evaluate.

*> an orderly stop is the run's own stop-file path: terminate,
*> reap, ABORTED summary, checkpoint kept for "-r".
request_stop.
    if function upper-case(function trim(mon_cmd_arg)) not = "Y"
        move "stop not confirmed: enter S with Y as its argument"
            to mon_message
        exit paragraph
    end-if
    perform take_snapshot
    if not run_is_live
        move "no live run to stop" to mon_message
        exit paragraph
    end-if
    call "CBL_CHECK_FILE_EXIST" using stop_file_name
        stop_check_info returning stop_check_rc
    if stop_check_rc = 0
        move "a stop request is already waiting for the run"
            to mon_message
        exit paragraph
    end-if
    move "STOP" to audit_action
    move "-" to audit_target
    perform write_audit_record
    if not audit_written
        exit paragraph
    end-if
    open output stop_file
    if sp_file_status not = "00"
        move spaces to mon_message
        string "cannot create mpmt1.stop, file status "
                delimited by size
            sp_file_status delimited by size
            into mon_message
        end-string
        exit paragraph
    end-if
    move spaces to sp_line
    string "STOP " delimited by size
        function trim(oper_user) delimited by size
        into sp_line
    end-string
    write sp_line
    close stop_file
    move "stop requested: the run aborts on its next heartbeat"
        to mon_message.

request_kill.
    if mon_cmd_arg = spaces
        or function test-numval(mon_cmd_arg) not = 0
        move "kill needs the worker's pid as its argument"
            to mon_message
        exit paragraph
    end-if
    compute cmd_pid = function numval(mon_cmd_arg)
    perform take_snapshot
    if not run_is_live
        move "no live run to act on" to mon_message
        exit paragraph
    end-if
    move 0 to mw_found
    move 1 to mw_idx
    perform until mw_idx > mw_count or mw_found > 0
        if mw_pid(mw_idx) = cmd_pid
            move mw_idx to mw_found
        end-if
        add 1 to mw_idx
    end-perform
    if mw_found = 0
        move "no such worker pid in this run" to mon_message
        exit paragraph
    end-if
    if mw_state(mw_found) not = "R"
        move "that worker is not running" to mon_message
        exit paragraph
    end-if
    move cmd_pid to ed_pid
    move "KILL" to audit_action
    move function trim(ed_pid) to audit_target
    perform write_audit_record
    if not audit_written
        exit paragraph
    end-if
    move spaces to ct_line
    string "KILL " delimited by size
        function trim(ed_pid) delimited by size
        " " delimited by size
        function trim(oper_user) delimited by size
        into ct_line
    end-string
    perform queue_control_request
    if ct_file_status = "00"
        move spaces to mon_message
        string "kill of pid " delimited by size
            function trim(ed_pid) delimited by size
            " queued for the run's next heartbeat"
                delimited by size
            into mon_message
        end-string
    end-if.

*> "D sec" sets the deadline outright, "D +sec" extends it; either
*> way it may only move out, and only on a run that has one.
request_deadline.
    perform take_snapshot
    if not run_is_live
        move "no live run to act on" to mon_message
        exit paragraph
    end-if
    if snap_deadline = 0
        move "this run has no deadline to push out" to mon_message
        exit paragraph
    end-if
    if mon_cmd_arg(1:1) = "+"
        if mon_cmd_arg(2:) = spaces
            or function test-numval(mon_cmd_arg(2:)) not = 0
            move "deadline needs seconds (D 7200 or D +600)"
                to mon_message
            exit paragraph
        end-if
        compute cmd_value = function numval(mon_cmd_arg(2:))
        compute new_deadline = snap_deadline + cmd_value
    else
        if mon_cmd_arg = spaces
            or function test-numval(mon_cmd_arg) not = 0
            move "deadline needs seconds (D 7200 or D +600)"
                to mon_message
            exit paragraph
        end-if
        compute new_deadline = function numval(mon_cmd_arg)
    end-if
    if new_deadline <= snap_deadline
        move "the deadline can only be pushed out" to mon_message
        exit paragraph
    end-if
    if new_deadline > max_deadline
        move "deadline beyond 99999 seconds is not accepted"
            to mon_message
        exit paragraph
    end-if
    move new_deadline to ed_num1
    move "DEADLINE" to audit_action
    move function trim(ed_num1) to audit_target
    perform write_audit_record
    if not audit_written
        exit paragraph
    end-if
    move spaces to ct_line
    string "DEADLINE " delimited by size
        function trim(ed_num1) delimited by size
        " " delimited by size
        function trim(oper_user) delimited by size
        into ct_line
    end-string
    perform queue_control_request
    if ct_file_status = "00"
        move spaces to mon_message
        string "deadline " delimited by size
            function trim(ed_num1) delimited by size
            "s queued for the run's next heartbeat"
                delimited by size
            into mon_message
        end-string
    end-if.

*> append one request line to mpmt1.ctl; the run renames the file
*> aside when it picks requests up, so appending is always safe.
queue_control_request.
    open extend control_file
    if ct_file_status not = "00" and ct_file_status not = "05"
        move spaces to mon_message
        string "cannot queue request in mpmt1.ctl, file status "
                delimited by size
            ct_file_status delimited by size
            into mon_message
        end-string
        exit paragraph
    end-if
    write ct_line
    close control_file
    move "00" to ct_file_status.

*> the audit record goes to mpmt1.log before the action is taken,
*> so the log never shows an effect without its cause.
write_audit_record.
    move "N" to audit_ok
    move "OPER" to op_tag
    move space to op_sep0
    move snap_run_id to op_run_id
    move space to op_sep1
    call "gettimeofday" using now_ts null
    move now_ts to op_ts
    move space to op_sep2
    move oper_user to op_user
    move space to op_sep3
    move audit_action to op_action
    move space to op_sep4
    move audit_target to op_target
    move space to op_sep5
    if snap_host = spaces
        move "-" to op_host
    else
        move snap_host to op_host
    end-if
    open extend run_log_file
    if rl_file_status not = "00" and rl_file_status not = "05"
        move spaces to mon_message
        string "cannot write audit record to mpmt1.log, file status "
                delimited by size
            rl_file_status delimited by size
            ", nothing done" delimited by size
            into mon_message
        end-string
        exit paragraph
    end-if
    write oper_log_record
    if rl_file_status not = "00"
        move spaces to mon_message
        string "cannot write audit record to mpmt1.log, file status "
                delimited by size
            rl_file_status delimited by size
            ", nothing done" delimited by size
            into mon_message
        end-string
        close run_log_file
        exit paragraph
    end-if
    close run_log_file
    set audit_written to true.

end program mpmt1mon.

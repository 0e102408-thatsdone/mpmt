*>                     record stamped with the run-id, so a slow run
*>                     can later be separated into "mpmt1 got slower"
*>                     vs "something else was eating the machine".
*>   * 2026/10/15     Pick up operator requests from mpmt1.ctl on
*>                     every heartbeat tick, as queued by the mpmt1mon
*>                     console: KILL terminates one worker and logs
*>                     an OPKILL record for it (an operator-killed
*>                     worker is not counted as a failed one), and
*>                     DEADLINE pushes the wall-clock deadline out
*>                     for a batch window that got extended. The
*>                     status file now also carries the host label.
*>   * 2026/10/15     Time every individual operation (loop pass,
*>                     block touch, IO write, replayed transaction)
*>                     into a bucketed response-time histogram, and
*>                     log it as a LATHIST record right after each
*>                     worker phase record, so percentiles can be
*>                     reported where the ops/s average hides stalls.
*>   * 2026/10/15     Add a "-n" dry run, placed ahead of any other
*>                     arguments: the command line, -f control file
*>                     and -s scenario file are parsed as for a real
*>                     run, then checked against this host -- core
*>                     list against /proc/cpuinfo, MemAvailable for
*>                     MEM workers, free scratch space for IO/IOV
*>                     (IO_MB_PER_SEC control key, default 20) and RPL
*>                     workers, replay files readable and well-formed,
*>                     expected length against the deadline -- and a
*>                     per-worker timeline is printed with a PASS or
*>                     FAIL verdict. Nothing is forked, locked, logged
*>                     or swept. RETURN-CODE 0 on PASS, 56 on FAIL.
*>   * 2026/10/15     Accept "-p profile-name" as an alternative to
*>                     "-f": the run's control keys and scenario
*>                     steps come from the named profile in the
*>                     mpmt1.prf catalog (kept by mpmt1prf), and a
*>                     RUNCTX record right behind the RUNHDR carries
*>                     the profile name and version so mpmt1rpt can
*>                     trend runs by profile. A missing
*>                     or retired profile is refused with
*>                     RETURN-CODE 34.
*>   * 2026/10/15     RPL workers write every rejected transaction
*>                     (key, pass number, reason) to a reject detail
*>                     file, mpmt1_rpl_<run-id>_<pid>.rej, and before
*>                     deleting their master copy take its record
*>                     count and Adler-32 checksum and, given an
*>                     expected end-state file (argument 12 or the
*>                     REPLAY_EXPECT_FILE control key), compare the
*>                     copy against it record by record; an RPLEND
*>                     record carries the result. The summary cross-
*>                     checks that every RPL worker finished on the
*>                     same image, logs an RPLREC reconciliation
*>                     record, and a run that completed but did not
*>                     reconcile ends with RETURN-CODE 23.
*>   * 2026/10/15     On every heartbeat tick read /proc/<pid>/stat
*>                     and /proc/<pid>/status for each worker still
*>                     running and append a PSTAT record: user and
*>                     system CPU time, resident memory, voluntary
*>                     and involuntary context switches, the CPU it
*>                     last ran on and the core it was pinned to, so
*>                     a starved or migrated worker can be told apart
*>                     from a slow one.
*>   * 2026/10/15     Hold the host label against the authorization
*>                     register mpmt1.aut (kept by mpmt1aut) before
*>                     taking the run lock: on a protected host a run
*>                     needs an entry in force that allows its load
*>                     type(s), its worker count and the current day
*>                     and time, or it is refused with a REFUSED
*>                     record and RETURN-CODE 58. An authorized run
*>                     carries the change ticket and approver in its
*>                     RUNCTX record, and a dry run reports the
*>                     authorization too.
*>   * 2026/10/15     Add an SRT load type: srt_loop writes a file of
*>                     keyed records (SORT_RECORDS per pass, keys
*>                     random or already in order per SORT_KEYS),
*>                     runs a COBOL SORT on it and checks the output
*>                     is in key sequence, pass after pass for the
*>                     phase duration, optionally MERGEing each pair
*>                     of sorted outputs (SORT_MERGE=Y). Records
*>                     sorted are the phase's ops, sequence breaks
*>                     count as corrupt, and the sort and merge
*>                     passes completed ride at the end of the
*>                     worker record. Arguments 13-15 take the same
*>                     three settings.
*>   * 2026/10/15     Keep the RUNHDR at its original field widths,
*>                     the profile name and version, change ticket
*>                     and approver riding in the RUNCTX record
*>                     written right behind it; a duration,
*>                     core or intensity list too long for its RUNHDR
*>                     field is now marked with a trailing "+"
*>                     instead of being cut silently. A refused
*>                     restart logs its REFUSED record under an
*>                     id of its own, not the checkpointed run's.
*>   * 2026/10/15     An RPL phase whose time runs out mid-pass
*>                     replays on to the end of that pass before its
*>                     end state is taken, and the watchdog allows
*>                     RPL and SRT steps the extra time for that and
*>                     for the end-state check or the last sort. A
*>                     run whose RPL phases all ended PARTIAL logs
*>                     its RPLREC verdict as UNPROVEN, not MATCH.
*>                     CPU and MEM workers time one operation in a
*>                     thousand for the LATHIST histogram instead of
*>                     every one. A "-p" profile name over 24
*>                     characters or with a blank in it is refused
*>                     with RETURN-CODE 34 instead of being cut.
*> Author:
*>   Masanori Itoh <masanori.itoh@gmail.com>
*> Usage:
    select vmstat_file assign to "/proc/vmstat"
        organization line sequential
        file status is vs_file_status.
    select control_file assign to "mpmt1.ctl.wrk"
        organization line sequential
        file status is ct_file_status.
    select cpuinfo_file assign to "/proc/cpuinfo"
        organization line sequential
        file status is ci_file_status.
    select replay_check_file assign to dynamic replay_check_path
        organization line sequential
        file status is rk_file_status.
    select profile_file assign to "mpmt1.prf"
        organization indexed
        access mode dynamic
        record key pf_key
        file status is pf_file_status.
    select optional auth_file assign to "mpmt1.aut"
        organization indexed
        access mode dynamic
        record key ae_key
        file status is ae_file_status.
    select proc_stat_file assign to dynamic ps_stat_path
        organization line sequential
        file status is ps_file_status.
    select proc_status_file assign to dynamic ps_status_path
        organization line sequential
        file status is ps_file_status.

data division.
file section.
        05 rl_rejected  pic -(8)9.
        05 rl_sep15     pic x.
        05 rl_host      pic x(32).
        *> SRT phases: sort and merge passes completed (the records
        *> sorted are the phase's ops); zero for other load types.
        05 rl_sep16     pic x.
        05 rl_sort_passes  pic -(8)9.
        05 rl_sep17     pic x.
        05 rl_merge_passes pic -(8)9.

    *> end-of-run reconciliation record, sharing the same file as the
    *> per-worker records above so the whole run's audit trail lives
        05 rh_sep9            pic x.
        05 rh_host            pic x(32).

    *> right behind the RUNHDR: what the run was started from and
    *> under -- the mpmt1prf profile and its version ("-" and 0 for
    *> a run not started with -p) and the mpmt1aut change ticket and
    *> approver ("-" on a host that is not protected).
    01 run_context_record.
        05 cx_tag             pic x(6).
        05 cx_sep1            pic x.
        05 cx_run_id          pic 9(15).
        05 cx_sep2            pic x.
        05 cx_profile         pic x(24).
        05 cx_sep3            pic x.
        05 cx_prof_version    pic 9(4).
        05 cx_sep4            pic x.
        05 cx_ticket          pic x(12).
        05 cx_sep5            pic x.
        05 cx_approver        pic x(12).
        05 cx_sep6            pic x.
        05 cx_host            pic x(32).

    *> a restart invocation leads its half of the run off with this
    *> marker instead of a second RUNHDR, so the log shows where the
    *> continuation began while both halves stay under one run-id.
        05 tl_sep10           pic x.
        05 tl_host            pic x(32).

    *> a worker terminated on an operator's request from the mpmt1mon
    *> console: it never gets to write its own worker record, so the
    *> parent leaves this one behind instead, naming who asked.
    01 opkill_log_record.
        05 ok_tag             pic x(6).
        05 ok_sep0            pic x.
        05 ok_run_id          pic 9(15).
        05 ok_sep1            pic x.
        05 ok_ts              pic -(17)9.
        05 ok_sep2            pic x.
        05 ok_pid             pic -(8)9.
        05 ok_sep3            pic x.
        05 ok_ran_for         pic -(8)9.
        05 ok_sep4            pic x.
        05 ok_user            pic x(16).
        05 ok_sep5            pic x.
        05 ok_host            pic x(32).

    *> the response-time histogram of one worker phase, written right
    *> after that phase's worker record: operations timed, their
    *> total and longest time in microseconds, then the count in each
    *> bucket -- under 50us, 100us, 250us, 500us, 1ms, 2.5ms, 5ms,
    *> 10ms, 25ms, 100ms, 1s, and 1s or more.
    01 lathist_log_record.
        05 lh_tag             pic x(7).
        05 lh_sep0            pic x.
        05 lh_run_id          pic 9(15).
        05 lh_sep1            pic x.
        05 lh_pid             pic -(8)9.
        05 lh_sep2            pic x.
        05 lh_phase           pic 99.
        05 lh_sep3            pic x.
        05 lh_load            pic x(3).
        05 lh_sep4            pic x.
        05 lh_count           pic z(11)9.
        05 lh_sep5            pic x.
        05 lh_sum_us          pic z(14)9.
        05 lh_sep6            pic x.
        05 lh_max_us          pic z(9)9.
        05 lh_buckets occurs 12 times.
            10 lh_bsep        pic x.
            10 lh_bucket      pic z(9)9.
        05 lh_sep7            pic x.
        05 lh_host            pic x(32).

    *> the end state of one RPL worker phase, written after its
    *> LATHIST: the master copy's record count and Adler-32 checksum
    *> as it stood before deletion, the full passes the worker got
    *> through, and how the copy compared with the expected end-state
    *> file (Y/N: was there one) -- matched, different, missing and
    *> extra records -- ending in OK, DIFF, PARTIAL (no full pass, so
    *> not comparable) or FAILED.
    01 rplend_log_record.
        05 re_tag             pic x(6).
        05 re_sep0            pic x.
        05 re_run_id          pic 9(15).
        05 re_sep1            pic x.
        05 re_pid             pic -(8)9.
        05 re_sep2            pic x.
        05 re_phase           pic 99.
        05 re_sep3            pic x.
        05 re_records         pic z(11)9.
        05 re_sep4            pic x.
        05 re_checksum        pic 9(10).
        05 re_sep5            pic x.
        05 re_passes          pic z(8)9.
        05 re_sep6            pic x.
        05 re_expect          pic x.
        05 re_sep7            pic x.
        05 re_matched         pic z(8)9.
        05 re_sep8            pic x.
        05 re_diff            pic z(8)9.
        05 re_sep9            pic x.
        05 re_missing         pic z(8)9.
        05 re_sep10           pic x.
        05 re_extra           pic z(8)9.
        05 re_sep11           pic x.
        05 re_state           pic x(8).
        05 re_sep12           pic x.
        05 re_host            pic x(32).

    *> the run's replay reconciliation, written ahead of the summary:
    *> RPL worker phases seen, how many got through a full pass, how
    *> many of those ended on an image other than the first one's,
    *> how many failed the expected end state (or could not be
    *> checked at all), the reference
    *> checksum and record count, and MATCH or MISMATCH -- or
    *> UNPROVEN when no phase got through a full pass, so nothing
    *> was compared.
    01 rplrec_log_record.
        05 rc_tag             pic x(6).
        05 rc_sep0            pic x.
        05 rc_run_id          pic 9(15).
        05 rc_sep1            pic x.
        05 rc_phases          pic z(3)9.
        05 rc_sep2            pic x.
        05 rc_full            pic z(3)9.
        05 rc_sep3            pic x.
        05 rc_differ          pic z(3)9.
        05 rc_sep4            pic x.
        05 rc_exp_failed      pic z(3)9.
        05 rc_sep5            pic x.
        05 rc_checksum        pic 9(10).
        05 rc_sep6            pic x.
        05 rc_records         pic z(11)9.
        05 rc_sep7            pic x.
        05 rc_verdict         pic x(8).
        05 rc_sep8            pic x.
        05 rc_host            pic x(32).

    *> one process-stats record per running worker per heartbeat
    *> tick, out of /proc/<pid>: seconds it had been running, the
    *> core it was pinned to (-1 when unpinned), user and system CPU
    *> time in hundredths of a second, resident memory in kB,
    *> voluntary and involuntary context switches so far, and the
    *> CPU it last ran on.
    01 pstat_log_record.
        05 ps_tag             pic x(5).
        05 ps_sep0            pic x.
        05 ps_run_id          pic 9(15).
        05 ps_sep1            pic x.
        05 ps_ts              pic -(17)9.
        05 ps_sep2            pic x.
        05 ps_pid             pic z(8)9.
        05 ps_sep3            pic x.
        05 ps_ran_for         pic z(6)9.
        05 ps_sep4            pic x.
        05 ps_core            pic -(3)9.
        05 ps_sep5            pic x.
        05 ps_utime           pic z(11)9.
        05 ps_sep6            pic x.
        05 ps_stime           pic z(11)9.
        05 ps_sep7            pic x.
        05 ps_rss_kb          pic z(11)9.
        05 ps_sep8            pic x.
        05 ps_vol_csw         pic z(11)9.
        05 ps_sep9            pic x.
        05 ps_invol_csw       pic z(11)9.
        05 ps_sep10           pic x.
        05 ps_last_cpu        pic z(3)9.
        05 ps_sep11           pic x.
        05 ps_host            pic x(32).

    *> a run refused on a protected host leaves this record, and
    *> nothing else, under its run-id: when, how many workers of
    *> which load type, who asked, and why no authorization in
    *> mpmt1.aut covered it -- REVOKED, NOTYET, EXPIRED, LOADTYPE,
    *> WORKERS or WINDOW, from the entry that came closest -- or
    *> NOREG when the register could not be read at all.
    01 refused_log_record.
        05 rf_tag             pic x(7).
        05 rf_sep0            pic x.
        05 rf_run_id          pic 9(15).
        05 rf_sep1            pic x.
        05 rf_ts              pic -(17)9.
        05 rf_sep2            pic x.
        05 rf_requested       pic 9999.
        05 rf_sep3            pic x.
        05 rf_load_type       pic x(3).
        05 rf_sep4            pic x.
        05 rf_user            pic x(16).
        05 rf_sep5            pic x.
        05 rf_reason          pic x(8).
        05 rf_sep6            pic x.
        05 rf_host            pic x(32).

    *> raw view of whatever record was last read, for the summary
    *> pass that re-reads this run's worker records to total up
    *> their operation counts.
fd  scenario_file.
    01 scn_line pic x(256).

    *> the mpmt1prf profile catalog, laid out as mpmt1prf keeps it:
    *> a header per profile, then its control-file lines (K) and
    *> scenario lines (S) in sequence; the change-history records
    *> (C) are of no interest to a run.
fd  profile_file.
    01 profile_record.
        05 pf_key.
            10 pf_name pic x(24).
            10 pf_type pic x.
            10 pf_seq  pic 9(4).
        05 pf_text pic x(256).
        05 pf_header redefines pf_text.
            10 pf_version    pic 9(4).
            10 pf_status     pic x.
                88 pf_retired value "R".
            10 filler        pic x(251).

    *> the mpmt1aut authorization register, laid out as mpmt1aut
    *> keeps it: one entry per protected host label and change
    *> ticket.
fd  auth_file.
    01 auth_record.
        05 ae_key.
            10 ae_host       pic x(32).
            10 ae_ticket     pic x(12).
        05 ae_status         pic x.
            88 ae_active  value "A".
            88 ae_revoked value "R".
        05 ae_loads          pic x(24).
        05 ae_max_workers    pic 9(4).
        05 ae_days           pic x(7).
        05 ae_from           pic 9(4).
        05 ae_to             pic 9(4).
        05 ae_valid_from     pic 9(8).
        05 ae_valid_to       pic 9(8).
        05 ae_approver       pic x(12).
        05 ae_added          pic x(14).
        05 ae_added_by       pic x(16).
        05 ae_revoked_at     pic x(14).
        05 ae_revoked_by     pic x(16).
        05 filler            pic x(40).

fd  status_file.
    01 st_line pic x(96).

fd  vmstat_file.
    01 vs_line pic x(128).

fd  control_file.
    01 ct_line pic x(96).

fd  cpuinfo_file.
    01 ci_line pic x(256).

fd  replay_check_file.
    01 rk_line pic x(256).

fd  proc_stat_file.
    01 pst_line pic x(1024).

fd  proc_status_file.
    01 psu_line pic x(256).

working-storage section.
    01 num_context pic 9999.
    01 duration pic 9999.
    *>   20 - all requested workers forked, but one or more exited
    *>        with a nonzero status
    *>   21 - both of the above happened in the same run
    *>   22 - load completed but IOV data verification or an SRT
    *>        sequence check found corrupt records
    *>   30 - the -f control file could not be opened
    *>   31 - the run log could not be created or written to, and
    *>        nothing else went wrong
    *>   32 - the -s scenario file could not be opened or is invalid
    *>   33 - the RPL load type was requested without a transaction
    *>        and master file (arguments 10 and 11, or the
    *>        REPLAY_TRANS_FILE/REPLAY_MASTER_FILE control keys),
    *>        or the SRT load type with a bad SORT_RECORDS,
    *>        SORT_KEYS or SORT_MERGE setting (arguments 13-15)
    *>   40 - run aborted early by an operator stop request
    *>   50 - refused to start: expected run length exceeds the
    *>        wall-clock deadline
    *>        itself could not be written
    *>   54 - "-r" restart requested but mpmt1.ckpt is missing,
    *>        unreadable, or holds nothing left to resume
    *>   58 - refused to start: the host label is protected in
    *>        mpmt1.aut and no authorization in force covers the run
    *>   if the final summary write fails on top of one of the fork/
    *>   worker codes above, 100 is added to it instead of overwriting
    *>   it (e.g. 110 = code 10 plus a failed summary write), so a
        05 w_state occurs 999 times pic x.
            88 w_running value "R".
            88 w_overrun_killed value "K".
            88 w_operator_killed value "O".
            88 w_done value "D".
    01 worker_duration_table.
        05 w_duration occurs 999 times pic 9(5).
    01 kill_rc pic s9(9) binary.
    01 summary_tag pic x(8) value "SUMMARY".

    *> operator requests queued by the mpmt1mon console: one line
    *> per request in mpmt1.ctl ("KILL pid user", "DEADLINE sec
    *> user"). Each heartbeat tick renames the file aside before
    *> reading it, so a request the console appends mid-read lands
    *> in a fresh mpmt1.ctl for the next tick instead of being lost.
    01 ct_file_status pic xx.
    01 ctl_file_name pic x(12) value "mpmt1.ctl".
    01 ctl_work_name pic x(16) value "mpmt1.ctl.wrk".
    01 ctl_check_info pic x(16).
    01 ctl_check_rc pic s9(9) binary.
    01 ctl_rename_rc pic s9(9) binary.
    01 ct_eof pic x value "N".
        88 ct_at_eof value "Y".
    01 ct_tok_table.
        05 ct_tok occurs 4 times pic x(24).
    01 ct_pid pic s9(9) binary value 0.
    01 ct_value pic 9(7) value 0.
    01 ct_found pic 9999 value 0.
    01 opkill_count pic 9999 value 0.
    01 opkill_user pic x(16) value spaces.

    *> optional core-list, e.g. "0,2,4": distributed round-robin
    *> across the forked workers and applied (via taskset) before a
    *> child enters its load subroutine, to pin workers to specific
        88 pin_has_failed value "Y".

    *> which load subroutine a worker calls: CPU (busy_loop, the
    *> default), MEM (mem_loop), IO or IOV (io_loop), RPL
    *> (rpl_loop) or SRT (srt_loop).
    01 load_type pic x(3) value "CPU".
        88 load_type_cpu value "CPU".
        88 load_type_mem value "MEM".
        88 load_type_io  value "IO ".
        88 load_type_iov value "IOV".
        88 load_type_rpl value "RPL".
        88 load_type_srt value "SRT".

    *> wall-clock timing and fork reconciliation for the end-of-run
    *> summary.
    *> live status for external monitoring: mpmt1.status is
    *> rewritten on every heartbeat tick in a fixed key=value layout
    *> (one pair per line; per-pid lines use state R=running,
    *> K=killed awaiting reap, O=operator-killed awaiting reap,
    *> D=done), and once more with the final
    *> state when the summary is written. A write failure is warned
    *> about once and otherwise ignored -- monitoring must never
    *> take the load test down.
    *> into these.
    01 ck_path1 pic x(256) value spaces.
    01 ck_path2 pic x(256) value spaces.
    01 ck_path3 pic x(256) value spaces.
    01 ck_total pic 9(7) value 0.
    01 ck_left pic 9(7) value 0.
    01 ck_step_dur pic 9(5) value 0.
    *> the checkpoint can carry it.
    01 worker_intensity_table.
        05 w_intensity occurs 999 times pic 999.
    *> the core each worker was handed off the core list, -1 for an
    *> unpinned worker, for the PSTAT records.
    01 worker_core_table.
        05 w_core occurs 999 times pic s9(4).

    *> extra watchdog allowance per worker: an IOV phase re-reads
    *> everything it wrote after its assigned duration has elapsed,
    *> and that read-back scales with the bytes written. Reading is
    *> no slower than writing was, so one more IOV-duration's worth
    *> of allowance bounds it -- without this the watchdog would
    *> SIGKILL a long verify mid-read and lose its counts. An RPL
    *> phase likewise finishes the pass it is in (no longer than
    *> the phase itself, which completed one) and checksums its
    *> master copy, and one more for the expected end-state compare;
    *> an SRT phase never cuts a sort or merge pass short, so it
    *> gets its duration again plus srt_pass_allow, a second per
    *> srt_allow_rate records sorted (doubled when it merges).
    01 worker_verify_extra_table.
        05 w_verify_extra occurs 999 times pic 9(5).
    01 vx_idx pic 99 value 0.
    01 srt_allow_rate pic 9(6) value 20000.
    01 srt_pass_allow pic 9(5) value 0.

    *> host telemetry sampled out of /proc on every heartbeat tick.
    *> A box that cannot be sampled (or a log that cannot take the
    01 tm_runq pic 9(5) value 0.
    01 tm_memfree pic 9(12) value 0.
    01 tm_swapfree pic 9(12) value 0.
    01 tm_memavail pic 9(12) value 0.
    01 tm_pswpin pic 9(12) value 0.
    01 tm_pswpout pic 9(12) value 0.
    01 tm_tok_table.
    01 vs_eof pic x value "N".
        88 vs_at_eof value "Y".

    *> per-worker process stats sampled out of /proc/<pid> on every
    *> heartbeat tick, warned about once and otherwise ignored like
    *> the host telemetry. /proc/<pid>/stat counts CPU time in clock
    *> ticks, converted to hundredths of a second with the tick rate
    *> sysconf reports (_SC_CLK_TCK, 100 when it cannot be had).
    01 ps_stat_path pic x(32) value spaces.
    01 ps_status_path pic x(32) value spaces.
    01 ps_pid_disp pic z(8)9.
    01 ps_file_status pic xx.
    01 ps_warned pic x value "N".
        88 ps_has_warned value "Y".
    01 ps_eof pic x value "N".
        88 ps_at_eof value "Y".
    01 ps_clk_tck pic s9(9) binary value 0.
    01 ps_sc_clk_tck pic s9(9) binary value 2.
    01 ps_tok_table.
        05 ps_tok occurs 40 times pic x(24).
    01 ps_tok_count pic 99 value 0.
    01 ps_paren pic 9(4) value 0.
    01 ps_idx pic 9(4) value 0.
    01 ps_ticks pic 9(15) value 0.
    01 ps_utime_cs pic 9(12) value 0.
    01 ps_stime_cs pic 9(12) value 0.
    01 ps_rss_val pic 9(12) value 0.
    01 ps_vol_val pic 9(12) value 0.
    01 ps_invol_val pic 9(12) value 0.
    01 ps_cpu_val pic 9(4) value 0.
    01 ps_stat_ok pic x value "N".
        88 ps_stat_read value "Y".

    *> the run's duration shape as one printable token ("12", a
    *> comma list, or "scenario:<file>"), built once and used by the
    *> RUNHDR record and the status file alike.
    01 durations_text pic x(80) value spaces.
    *> a RUNHDR parameter field is built here first: one too long
    *> for its field is cut, and marked with a trailing "+", rather
    *> than logged as if that were all of it.
    01 rh_text pic x(272) value spaces.

    *> batch-window deadline: the scheduler hands us the number of
    *> seconds the run is allowed on the wall clock. A run whose
    01 exp_idx pic 9999 value 0.
    01 run_elapsed_now pic 9(7) value 0.

    *> "-n" dry run: everything is parsed as for a real run, then
    *> held against this host and printed as a plan with a verdict;
    *> nothing is forked, locked, logged or swept.
    01 dry_run_flag pic x value "N".
        88 dry_run value "Y".
    01 dr_fail_count pic 9999 value 0.
    01 dr_warn_count pic 9999 value 0.
    01 dr_widx pic 9999 value 0.
    01 dr_step pic 99 value 0.
    01 dr_steps pic 99 value 0.
    01 dr_load pic x(3) value spaces.
    01 dr_dur pic 9(5) value 0.
    01 dr_at pic 9(7) value 0.
    01 dr_end pic 9(7) value 0.
    01 dr_int pic 999 value 0.
    01 dr_line pic x(240) value spaces.
    01 dr_ptr pic 9(4) value 1.
    01 dr_num1 pic z(11)9.
    01 dr_num2 pic z(11)9.
    01 dr_num3 pic z(11)9.
    01 dr_core_disp pic zz9.
    01 dr_widx_disp pic 9999.
    01 dr_load_ok pic x value "N".
        88 dr_known_load value "Y".
    *> the host side: cores the kernel lists, memory MEM workers
    *> need (mem_loop keeps a 4 MiB block hot), and scratch space
    *> in the working directory for IO/IOV files and RPL copies.
    01 ci_file_status pic xx.
    01 ci_eof pic x value "N".
        88 ci_at_eof value "Y".
    01 dr_host_cores pic 9999 value 0.
    01 dr_core_idx pic 9999 value 0.
    01 dr_mem_workers pic 9999 value 0.
    01 dr_mem_per_worker_kb pic 9(5) value 4096.
    01 dr_mem_need_kb pic 9(12) value 0.
    01 dr_mem_have_kb pic 9(12) value 0.
    01 dr_has_mem pic x value "N".
        88 dr_worker_has_mem value "Y".
    01 io_mb_per_sec pic 9(5) value 20.
    01 dr_io_phase_mb pic 9(12) value 0.
    01 dr_io_worker_mb pic 9(12) value 0.
    01 dr_disk_need_mb pic 9(12) value 0.
    01 dr_disk_free_mb pic 9(12) value 0.
    01 dr_rpl_workers pic 9999 value 0.
    01 dr_has_rpl pic x value "N".
        88 dr_worker_has_rpl value "Y".
    01 dr_rpl_copy_mb pic 9(12) value 0.
    01 dr_rpl_bytes_per_rec pic 9(4) value 256.
    01 dr_srt_workers pic 9999 value 0.
    01 dr_has_srt pic x value "N".
        88 dr_worker_has_srt value "Y".
    01 dr_srt_copies pic 9 value 3.
    01 dr_srt_copy_mb pic 9(12) value 0.
    01 dr_srt_bytes_per_rec pic 9(4) value 81.
    01 dr_scratch_dir pic x(2) value x"2E00".
    01 dr_statvfs.
        05 sv_bsize   usage binary-c-long.
        05 sv_frsize  usage binary-c-long.
        05 sv_blocks  usage binary-c-long.
        05 sv_bfree   usage binary-c-long.
        05 sv_bavail  usage binary-c-long.
        05 sv_files   usage binary-c-long.
        05 sv_ffree   usage binary-c-long.
        05 sv_favail  usage binary-c-long.
        05 sv_fsid    usage binary-c-long.
        05 sv_flag    usage binary-c-long.
        05 sv_namemax usage binary-c-long.
        05 filler     pic x(24).
    01 dr_statvfs_rc pic s9(9) binary.
    *> replay inputs: one line per record, key (up to 20) first,
    *> data (up to 108) after, as rpl_loop reads them.
    01 replay_check_path pic x(256) value spaces.
    01 rk_file_status pic xx.
    01 rk_eof pic x value "N".
        88 rk_at_eof value "Y".
    01 rk_key pic x(32) value spaces.
    01 rk_data pic x(224) value spaces.
    01 rk_key_len pic 9(4) value 0.
    01 rk_records pic 9(9) value 0.
    01 rk_bad pic 9(9) value 0.
    01 rk_first_bad pic 9(9) value 0.
    01 rk_line_no pic 9(9) value 0.
    01 rk_master_records pic 9(9) value 0.
    01 rk_label pic x(12) value spaces.

    *> "-f control-file" reads num_context/duration-list/ramp-interval
    *> /core-list/load_type from a key=value control file instead of
    *> positional arguments, so a scheduled run can check its
    01 cfg_key pic x(32) value spaces.
    01 cfg_value pic x(224) value spaces.

    *> "-p profile-name" takes the same keys, and the scenario steps,
    *> out of the mpmt1prf catalog instead; the name and version ride
    *> in the RUNCTX record behind the RUNHDR.
    01 profile_name pic x(256) value spaces.
    01 profile_mode pic x value "N".
        88 using_profile value "Y".
    01 profile_version pic 9(4) value 0.
    01 profile_blanks pic 9(3) value 0.
    01 profile_line_type pic x value space.
    01 pf_file_status pic xx.
    01 pf_eof pic x value "N".
        88 pf_at_eof value "Y".
    01 scenario_loaded_flag pic x value "N".
        88 scenario_loaded value "Y".

    *> the authorization check against mpmt1.aut: whether the host
    *> label is protected at all, the entry the run goes under (its
    *> ticket and approver ride in the RUNCTX, "-" on a host that is
    *> not protected) and, on a refusal, how far the closest entry
    *> got through the checks -- active, valid from, valid to, load
    *> types, worker count, window -- which names the reason.
    01 ae_file_status pic xx.
    01 ae_eof pic x value "N".
        88 ae_at_eof value "Y".
    01 auth_state pic x value "U".
        88 auth_unprotected value "U".
        88 auth_granted value "Y".
        88 auth_refused value "N".
    01 auth_entries pic 9(4) value 0.
    01 auth_ticket pic x(12) value "-".
    01 auth_approver pic x(12) value "-".
    01 auth_reason pic x(8) value spaces.
    01 auth_stage pic 9 value 0.
    01 auth_best_stage pic 9 value 0.
    01 auth_user pic x(16) value spaces.
    01 auth_now pic x(21) value spaces.
    01 auth_today pic 9(8) value 0.
    01 auth_hhmm pic 9(4) value 0.
    *> day of the week, Monday = 1, as the register's day mask runs.
    01 auth_dow pic 9 value 0.
    01 auth_prev_dow pic 9 value 0.
    01 auth_load_list pic x(32) value spaces.
    01 auth_load pic x(3) value spaces.
    01 auth_probe pic x(8) value spaces.
    01 auth_probe_len pic 9 value 0.
    01 auth_probe_hits pic 99 value 0.
    01 auth_loads_flag pic x value "Y".
        88 auth_loads_allowed value "Y".
    01 auth_window_flag pic x value "N".
        88 auth_in_window value "Y".
    01 auth_widx pic 9999 value 0.
    01 auth_step pic 99 value 0.

    *> each worker appends its own record to the run log after it
    *> finishes, so a run leaves an audit trail behind once the
    *> console output has scrolled away.
    01 child_corrupt  usage binary-c-long value 0.
    01 child_verify_flag pic x value "N".
    01 child_rejected usage binary-c-long value 0.
    01 child_sort_passes usage binary-c-long value 0.
    01 child_merge_passes usage binary-c-long value 0.
    *> the phase's response-time histogram, filled in by the load
    *> subroutine through lat_bucket (see lathist_log_record).
    01 child_lat_hist.
        05 child_lat_count  usage binary-c-long.
        05 child_lat_sum_us usage binary-c-long.
        05 child_lat_max_us usage binary-c-long.
        05 child_lat_bucket usage binary-c-long occurs 12 times.
    01 lat_bidx pic 99 value 0.
    01 lat_bucket_cap pic 9(10) value 9999999999.
    *> an RPL phase's end state, filled in by rpl_loop (see
    *> rplend_log_record).
    01 child_rpl_end.
        05 child_rpl_records  usage binary-c-long.
        05 child_rpl_checksum usage binary-c-long.
        05 child_rpl_passes   usage binary-c-long.
        05 child_rpl_expect   pic x.
        05 child_rpl_matched  usage binary-c-long.
        05 child_rpl_diff     usage binary-c-long.
        05 child_rpl_missing  usage binary-c-long.
        05 child_rpl_extra    usage binary-c-long.
        05 child_rpl_state    pic x(8).

    *> batch replay inputs: the transaction file every RPL worker
    *> cycles through, and the master file each one copies before
    *> rewriting records in its own copy.
    01 replay_trans_file pic x(256) value spaces.
    01 replay_master_file pic x(256) value spaces.
    *> optional: what the master should look like once the
    *> transactions have all been applied.
    01 replay_expect_file pic x(256) value spaces.
    01 replay_used pic x value "N".
        88 replay_requested value "Y".
    01 rpl_chk_idx pic 9999 value 0.
    01 rpl_chk_step pic 99 value 0.

    *> SRT workers: how many keyed records each one writes and
    *> sorts per pass, whether the keys come random or already in
    *> key order, and whether each pair of sorted outputs is then
    *> merged. The settings are taken as text and checked before
    *> anything forks, when some worker actually sorts.
    01 sort_records_arg pic x(16) value spaces.
    01 sort_keys_arg pic x(16) value spaces.
    01 sort_merge_arg pic x(16) value spaces.
    01 sort_records pic 9(9) value 10000.
    01 sort_keys pic x(8) value "RANDOM".
    01 sort_key_code pic x value "R".
    01 sort_merge pic x value "N".
        88 sort_merge_requested value "Y".
    01 sort_used pic x value "N".
        88 sort_requested value "Y".
    01 sort_knob_error pic x(80) value spaces.

    *> end-of-run throughput: the workers' operation counts only
    *> exist in their run-log records (each child is its own
    *> process), so the summary totals them by re-reading this run's
    01 agg_ops_sec pic 9(18) value 0.
    01 total_corrupt pic 9(9) value 0.
    01 rec_ops pic s9(18) value 0.
    *> replay reconciliation, totted up from this run's RPLEND
    *> records on the same pass: the first worker through a full
    *> pass sets the reference image the others are held to.
    01 rpl_phase_count pic 9(4) value 0.
    01 rpl_full_count pic 9(4) value 0.
    01 rpl_differ_count pic 9(4) value 0.
    01 rpl_exp_failed pic 9(4) value 0.
    01 rpl_ref_checksum pic 9(10) value 0.
    01 rpl_ref_records pic 9(12) value 0.
    01 rpl_rec_checksum pic 9(10) value 0.
    01 rpl_rec_records pic 9(12) value 0.
    01 rpl_mismatch_flag pic x value "N".
        88 rpl_mismatch value "Y".
    *> earliest start and latest end among this run's worker
    *> records: on a restart the aggregate rate is taken over this
    *> whole-run span, so the two halves report as one run instead
    move 1 to cnt.
    accept arg from argument-value.
    perform until arg = spaces
        *> "-n" (dry run) leads any form of the command line and
        *> takes no positional slot of its own.
        if cnt = 1 and arg = "-n" and not dry_run
            set dry_run to true
            move spaces to arg
            accept arg from argument-value
            if arg = spaces
                exit perform
            end-if
        end-if
        if cnt = 1 and arg = "-f"
            set using_config_file to true
            move spaces to arg
            move arg to config_file_path
            exit perform
        end-if
        if cnt = 1 and arg = "-p"
            set using_profile to true
            move spaces to arg
            accept arg from argument-value
            move arg to profile_name
            exit perform
        end-if
        if cnt = 1 and arg = "-s"
            set using_scenario to true
            move spaces to arg
                move arg to replay_master_file
            end-if
        end-if
        if cnt = 12
            if arg not = "-"
                move arg to replay_expect_file
            end-if
        end-if
        *> SRT settings: records per pass, RANDOM/ORDERED keys,
        *> merge Y/N; "-" keeps the default or the control key.
        if cnt = 13
            if arg not = "-"
                move arg to sort_records_arg
            end-if
        end-if
        if cnt = 14
            if arg not = "-"
                move arg to sort_keys_arg
            end-if
        end-if
        if cnt = 15
            if arg not = "-"
                move arg to sort_merge_arg
            end-if
        end-if
        move spaces to arg
        accept arg from argument-value
        add 1 to cnt
        perform read_config_file
    end-if.

    if using_profile
        perform read_profile
    end-if.

    *> a scenario replaces the flat duration list: the file decides
    *> how many workers run and what each one does, phase by phase.
    *> A profile's scenario steps were already taken in with it.
    if using_scenario and not scenario_loaded
        perform read_scenario_file
    end-if.
    if using_scenario
        move scn_count to num_context
        display "scenario: " function trim(scenario_file_path)
            " workers=" num_context
    *> its surviving workers, clear its scratch and status files,
    *> close its run-id out in the log. The sweep stands down by
    *> itself while a live run holds the lock, and leaves a
    *> checkpointed run open for the "-r" below. A dry run leaves
    *> the host exactly as it found it.
    if not dry_run
        call "run_recovery" using recovery_force
    end-if.

    *> restart: the checkpoint replaces the arguments -- it decides
    *> which workers resume, what remains of each one's step list,
            function trim(duration_arg)
    end-if

    *> a dry run stops here: its own checks cover the replay inputs
    *> and the deadline, and report instead of refusing.
    if dry_run
        perform dry_run_plan
        stop run
    end-if.

    *> an RPL run needs its input files before anything forks: a
    *> worker that cannot open them would just fail n times over.
    perform check_replay_inputs.
    perform check_sort_inputs.

    *> refuse outright when the run cannot fit its batch window: the
    *> scheduler would rather see a distinct RETURN-CODE now than an
    *> take out the host-level run lock before anything is logged
    *> or forked: two runs fighting for the CPUs write interleaved
    *> garbage into mpmt1.log and ruin both nights' figures.
    *> on a protected host the run must be covered by an
    *> authorization in force before it may even queue for the lock.
    perform check_authorization.

    perform acquire_run_lock.

    if restarting
    end-if.

    *> clear away any stale stop file a previous run left behind, so
    *> it cannot abort this run the moment the heartbeat starts; the
    *> same goes for operator requests meant for an earlier run.
    call "CBL_DELETE_FILE" using stop_file_name.
    call "CBL_DELETE_FILE" using ctl_file_name.

    *> create workers
    move 0 to cnt.
                set w_running(forked_count) to true
                move worker_total to w_duration(forked_count)
                move cur_intensity to w_intensity(forked_count)
                if core_count > 0
                    move assigned_core to w_core(forked_count)
                else
                    move -1 to w_core(forked_count)
                end-if
                *> mirror a classic (non-scenario) assignment into
                *> the scenario table as a one-step sequence, so the
                *> checkpoint writer sees every worker's step list
                        to scn_duration(forked_count, 1)
                    move worker_total to scn_total(forked_count)
                end-if
                *> grant verify, replay and sort phases the time
                *> they run past their duration before the watchdog
                *> may conclude the worker is stuck.
                move 0 to w_verify_extra(forked_count)
                move 1 to vx_idx
                perform until vx_idx > scn_step_count(forked_count)
                    evaluate scn_load(forked_count, vx_idx)
                        when "IOV"
                            add scn_duration(forked_count, vx_idx)
                                to w_verify_extra(forked_count)
                        when "RPL"
                            add scn_duration(forked_count, vx_idx)
                                to w_verify_extra(forked_count)
                            if replay_expect_file not = spaces
                                add scn_duration(forked_count, vx_idx)
                                    to w_verify_extra(forked_count)
                            end-if
                        when "SRT"
                            add scn_duration(forked_count, vx_idx)
                                srt_pass_allow
                                to w_verify_extra(forked_count)
                    end-evaluate
                    add 1 to vx_idx
                end-perform
                call "gettimeofday" using w_started(forked_count) null
            call "C$SLEEP" using hb_sleep_chunk
            add hb_sleep_chunk to hb_elapsed
            perform poll_workers
            perform take_operator_requests
            if hb_elapsed < max_duration
                compute hb_remaining = max_duration - hb_elapsed
            else
                and not run_stop_requested
                and not deadline_was_cut
                and not w_overrun_killed(widx)
                and not w_operator_killed(widx)
                add 1 to worker_exit_failures
            end-if
            set w_done(widx) to true
            move total_ops to agg_ops_sec
        end-if
    end-if.

    *> the replay reconciliation record goes out ahead of the
    *> summary, and before the summary fields are filled in: both
    *> records share the run-log record area.
    if rpl_phase_count > 0
        perform write_rplrec_record
    end-if.
    move run_ts_elapsed to sl_elapsed.

    if run_stop_requested
        " fork_failed=" fork_failed_count
        " worker-failed=" worker_exit_failures
        " overrun=" overrun_count
        " operator-killed=" opkill_count
        " elapsed=" sl_elapsed "s"
        " total-ops=" total_ops
        " ops/s=" agg_ops_sec " ==="

    if total_corrupt > 0
        display "*** DATA VERIFICATION FAILED: " total_corrupt
            " corrupt record(s) found by IOV/SRT workers ***"
    end-if

    move summary_tag to sl_tag
        move 22 to return-code
    end-if.

    *> likewise a replay whose workers did not all end on the same,
    *> expected, image: it ran, but did not prove its data.
    if rpl_mismatch and return-code = 0
        move 23 to return-code
    end-if.

    *> an operator abort trumps the fork/worker codes above: the
    *> nonzero worker exit statuses are a consequence of our own
    *> SIGTERM, not a failure of the run.
release_run_lock.
    call "CBL_DELETE_FILE" using lock_file_name.

*> lead a fresh run off with its RUNHDR parameter record and the
*> RUNCTX record of the profile and authorization it runs under.
write_run_header.
    move "RUNHDR" to rh_tag
    move space to rh_sep1
    move space to rh_sep5
    move run_ts_start to rh_ts_start
    move space to rh_sep6
    move spaces to rh_text
    if using_scenario
        string "scenario:" delimited by size
            function trim(scenario_file_path) delimited by size
            into rh_text
        end-string
    else
        if duration_count = 0
            move duration to rh_text
        else
            move function trim(duration_arg) to rh_text
        end-if
    end-if
    move rh_text to durations_text
    move rh_text to rh_durations
    if rh_text(81:) not = spaces
        move "+" to rh_durations(80:1)
    end-if
    move space to rh_sep7
    if core_count = 0
        move "-" to rh_cores
    else
        move function trim(core_list_arg) to rh_text
        move rh_text to rh_cores
        if rh_text(41:) not = spaces
            move "+" to rh_cores(40:1)
        end-if
    end-if
    move space to rh_sep8
    if intensity_count = 0
        move "-" to rh_intens
    else
        move function trim(intensity_arg) to rh_text
        move rh_text to rh_intens
        if rh_text(41:) not = spaces
            move "+" to rh_intens(40:1)
        end-if
    end-if
    move space to rh_sep9
    move host_label to rh_host
        move 31 to return-code
        stop run
    end-if
    *> the RUNCTX shares the log record area with the RUNHDR, so it
    *> is only filled in once the header is out.
    move spaces to run_context_record
    move "RUNCTX" to cx_tag
    move space to cx_sep1
    move run_id to cx_run_id
    move space to cx_sep2
    move space to cx_sep3
    if using_profile
        move profile_name to cx_profile
        move profile_version to cx_prof_version
    else
        move "-" to cx_profile
        move 0 to cx_prof_version
    end-if
    move space to cx_sep4
    move auth_ticket to cx_ticket
    move space to cx_sep5
    move auth_approver to cx_approver
    move space to cx_sep6
    move host_label to cx_host
    write run_context_record
    if rl_file_status not = "00"
        display "mpmt1: cannot write run context, file status "
            rl_file_status
        move 31 to return-code
        stop run
    end-if
    close run_log_file.

*> the run's replay reconciliation, appended ahead of its summary:
*> every RPL phase that got through a full pass must have ended on
*> the same image, and none may have failed the expected end state.
write_rplrec_record.
    if rpl_differ_count > 0 or rpl_exp_failed > 0
        set rpl_mismatch to true
        display "*** REPLAY RECONCILIATION FAILED: "
            rpl_differ_count " of " rpl_full_count
            " full-pass RPL phase(s) ended on a different image, "
            rpl_exp_failed " failed the expected end state ***"
    else
        if rpl_full_count = 0
            display "replay not reconciled: none of "
                rpl_phase_count " RPL phase(s) finished a full pass"
        else
            display "replay reconciled: " rpl_full_count " of "
                rpl_phase_count " RPL phase(s) compared, checksum "
                rpl_ref_checksum " over " rpl_ref_records
                " record(s)"
        end-if
    end-if
    move "RPLREC" to rc_tag
    move space to rc_sep0
    move run_id to rc_run_id
    move space to rc_sep1
    move rpl_phase_count to rc_phases
    move space to rc_sep2
    move rpl_full_count to rc_full
    move space to rc_sep3
    move rpl_differ_count to rc_differ
    move space to rc_sep4
    move rpl_exp_failed to rc_exp_failed
    move space to rc_sep5
    move rpl_ref_checksum to rc_checksum
    move space to rc_sep6
    move rpl_ref_records to rc_records
    move space to rc_sep7
    evaluate true
        when rpl_mismatch
            move "MISMATCH" to rc_verdict
        when rpl_full_count = 0
            move "UNPROVEN" to rc_verdict
        when other
            move "MATCH" to rc_verdict
    end-evaluate
    move space to rc_sep8
    move host_label to rc_host
    open extend run_log_file
    if rl_file_status not = "00" and rl_file_status not = "05"
        display "mpmt1: could not append replay reconciliation,"
            " file status " rl_file_status
        move "Y" to log_write_failed
    else
        write rplrec_log_record
        if rl_file_status not = "00"
            display "mpmt1: could not write replay reconciliation,"
                " file status " rl_file_status
            move "Y" to log_write_failed
        end-if
        close run_log_file
    end-if.

*> a host label with any entry in mpmt1.aut is protected: refuse
*> the run, with a REFUSED record in the log, unless one of its
*> entries is in force and covers it.
check_authorization.
    perform lookup_authorization
    if auth_unprotected
        exit paragraph
    end-if
    if auth_granted
        display "mpmt1: authorized on " function trim(host_label)
            " under ticket " function trim(auth_ticket)
            ", approver " function trim(auth_approver)
        exit paragraph
    end-if
    display "mpmt1: no authorization in force for "
        function trim(host_label) " in mpmt1.aut ("
        function trim(auth_reason) "), refusing to start"
    perform write_refused_record
    move 58 to return-code
    stop run.

*> walk the host label's entries until one covers the run. A
*> register that is there but cannot be read refuses the run: the
*> host may well be protected.
lookup_authorization.
    set auth_unprotected to true
    move 0 to auth_entries auth_best_stage
    move "-" to auth_ticket auth_approver
    move spaces to auth_reason
    move function current-date to auth_now
    move auth_now(1:8) to auth_today
    move auth_now(9:4) to auth_hhmm
    compute auth_dow =
        function mod(function integer-of-date(auth_today) - 1, 7) + 1
    if auth_dow = 1
        move 7 to auth_prev_dow
    else
        compute auth_prev_dow = auth_dow - 1
    end-if
    open input auth_file
    if ae_file_status not = "00" and ae_file_status not = "05"
        display "mpmt1: cannot read authorization register "
            "mpmt1.aut, file status " ae_file_status
        set auth_refused to true
        move "NOREG" to auth_reason
        exit paragraph
    end-if
    move host_label to ae_host
    move low-values to ae_ticket
    start auth_file key is >= ae_key
        invalid key
            set ae_at_eof to true
        not invalid key
            move "N" to ae_eof
    end-start
    perform until ae_at_eof
        read auth_file next record
            at end
                set ae_at_eof to true
            not at end
                if ae_host not = host_label
                    set ae_at_eof to true
                else
                    perform weigh_authorization
                    if auth_granted
                        set ae_at_eof to true
                    end-if
                end-if
        end-read
    end-perform
    close auth_file
    if auth_refused
        evaluate auth_best_stage
            when 0
                move "REVOKED" to auth_reason
            when 1
                move "NOTYET" to auth_reason
            when 2
                move "EXPIRED" to auth_reason
            when 3
                move "LOADTYPE" to auth_reason
            when 4
                move "WORKERS" to auth_reason
            when other
                move "WINDOW" to auth_reason
        end-evaluate
    end-if.

*> one entry, check by check; auth_stage counts the checks passed.
weigh_authorization.
    add 1 to auth_entries
    set auth_refused to true
    move 0 to auth_stage
    if ae_active and auth_today >= ae_valid_from
        move 2 to auth_stage
        if auth_today <= ae_valid_to
            move 3 to auth_stage
            perform check_authorized_loads
            if auth_loads_allowed
                move 4 to auth_stage
                if num_context <= ae_max_workers
                    move 5 to auth_stage
                    perform check_authorized_window
                end-if
            end-if
        end-if
    else
        if ae_active
            move 1 to auth_stage
        end-if
    end-if
    if auth_stage = 5 and auth_in_window
        set auth_granted to true
        move ae_ticket to auth_ticket
        move ae_approver to auth_approver
        exit paragraph
    end-if
    if auth_stage > auth_best_stage
        move auth_stage to auth_best_stage
    end-if.

*> every load type the run will put on the host -- each step of
*> each scenario worker, or the one classic load type -- must be
*> on the entry's list, unless the entry allows any ("*").
check_authorized_loads.
    set auth_loads_allowed to true
    if ae_loads = "*"
        exit paragraph
    end-if
    move spaces to auth_load_list
    string "," delimited by size
        function trim(ae_loads) delimited by size
        "," delimited by size
        into auth_load_list
    end-string
    if using_scenario
        move 1 to auth_widx
        perform until auth_widx > num_context
            move 1 to auth_step
            perform until auth_step > scn_step_count(auth_widx)
                move scn_load(auth_widx, auth_step) to auth_load
                perform test_authorized_load
                add 1 to auth_step
            end-perform
            add 1 to auth_widx
        end-perform
    else
        move load_type to auth_load
        perform test_authorized_load
    end-if.

test_authorized_load.
    move spaces to auth_probe
    string "," delimited by size
        function trim(auth_load) delimited by size
        "," delimited by size
        into auth_probe
    end-string
    compute auth_probe_len = function length(function trim(auth_probe))
    move 0 to auth_probe_hits
    inspect auth_load_list tallying auth_probe_hits
        for all auth_probe(1:auth_probe_len)
    if auth_probe_hits = 0
        move "N" to auth_loads_flag
    end-if.

*> the run's start must fall on an allowed day between from and
*> to; a window whose "to" is earlier than its "from" runs past
*> midnight, so its early-morning part belongs to the day before.
check_authorized_window.
    move "N" to auth_window_flag
    if ae_from < ae_to
        if ae_days(auth_dow:1) = "Y"
            and auth_hhmm >= ae_from and auth_hhmm < ae_to
            set auth_in_window to true
        end-if
    else
        if ae_days(auth_dow:1) = "Y" and auth_hhmm >= ae_from
            set auth_in_window to true
        end-if
        if ae_days(auth_prev_dow:1) = "Y" and auth_hhmm < ae_to
            set auth_in_window to true
        end-if
    end-if.

*> a refused run leaves just this one record under its run-id. A
*> log that cannot take it is reported, but the refusal stands. A
*> refused restart is stamped with an id of its own, as a new run
*> would be: the checkpointed run it meant to continue is still
*> open, and a refusal under that id would close it.
write_refused_record.
    accept auth_user from environment "USER"
    if auth_user = spaces
        accept auth_user from environment "LOGNAME"
    end-if
    if auth_user = spaces
        move "unknown" to auth_user
    end-if
    move "REFUSED" to rf_tag
    move space to rf_sep0
    if restarting
        compute rf_run_id = run_ts_start * 100000
            + function mod(parent_pid, 100000)
    else
        move run_id to rf_run_id
    end-if
    move space to rf_sep1
    move run_ts_start to rf_ts
    move space to rf_sep2
    move num_context to rf_requested
    move space to rf_sep3
    move load_type to rf_load_type
    move space to rf_sep4
    move auth_user to rf_user
    move space to rf_sep5
    move auth_reason to rf_reason
    move space to rf_sep6
    move host_label to rf_host
    open extend run_log_file
    if rl_file_status not = "00" and rl_file_status not = "05"
        display "mpmt1: cannot open run log mpmt1.log, file status "
            rl_file_status ", refusal not logged"
        exit paragraph
    end-if
    write refused_log_record
    if rl_file_status not = "00"
        display "mpmt1: cannot write refusal record, file status "
            rl_file_status
    end-if
    close run_log_file.

*> a restart leads its continuation off with a RESTART marker under
*> named: the load type is used either run-wide or inside any
*> scenario step.
check_replay_inputs.
    perform find_replay_use
    if replay_requested
        if replay_trans_file = spaces
            or replay_master_file = spaces
            display "mpmt1: RPL load type needs a transaction and"
                " a master file (arguments 10 and 11, or the"
                " REPLAY_TRANS_FILE/REPLAY_MASTER_FILE control"
                " keys)"
            move 33 to return-code
            stop run
        end-if
        if replay_expect_file not = spaces
            move replay_expect_file to replay_check_path
            open input replay_check_file
            if rk_file_status not = "00"
                display "mpmt1: cannot open expected end-state file "
                    function trim(replay_expect_file)
                    ", file status " rk_file_status
                move 33 to return-code
                stop run
            end-if
            close replay_check_file
        end-if
    end-if.

*> an SRT run's settings must make sense before anything forks: a
*> worker cannot sort a negative number of records.
check_sort_inputs.
    perform find_sort_use
    if sort_requested
        perform validate_sort_settings
        if sort_knob_error not = spaces
            display "mpmt1: " function trim(sort_knob_error)
            move 33 to return-code
            stop run
        end-if
        compute srt_pass_allow =
            (sort_records + srt_allow_rate - 1) / srt_allow_rate
        if sort_merge_requested
            compute srt_pass_allow = srt_pass_allow * 2
        end-if
    end-if.

*> does any worker (classic load type or scenario step) sort?
find_sort_use.
    move "N" to sort_used
    if load_type_srt and not using_scenario
        set sort_requested to true
    end-if
    if using_scenario
        move 1 to rpl_chk_idx
        perform until rpl_chk_idx > scn_count
            move 1 to rpl_chk_step
            perform until rpl_chk_step > scn_step_count(rpl_chk_idx)
                if scn_load(rpl_chk_idx, rpl_chk_step) = "SRT"
                    set sort_requested to true
                end-if
                add 1 to rpl_chk_step
            end-perform
            add 1 to rpl_chk_idx
        end-perform
    end-if.

*> records per pass 1-99999999, keys RANDOM or ORDERED, merge Y or
*> N; blank settings keep their defaults.
validate_sort_settings.
    move spaces to sort_knob_error
    if sort_records_arg not = spaces
        if function test-numval(sort_records_arg) not = 0
            move "SRT load type: SORT_RECORDS must be 1 to 99999999"
                to sort_knob_error
            exit paragraph
        end-if
        if function numval(sort_records_arg) < 1
            or function numval(sort_records_arg) > 99999999
            move "SRT load type: SORT_RECORDS must be 1 to 99999999"
                to sort_knob_error
            exit paragraph
        end-if
        compute sort_records = function numval(sort_records_arg)
    end-if
    if sort_keys_arg not = spaces
        move function upper-case(function trim(sort_keys_arg))
            to sort_keys
    end-if
    evaluate sort_keys
        when "RANDOM"
            move "R" to sort_key_code
        when "ORDERED"
            move "O" to sort_key_code
        when other
            move "SRT load type: SORT_KEYS must be RANDOM or ORDERED"
                to sort_knob_error
            exit paragraph
    end-evaluate
    evaluate function upper-case(function trim(sort_merge_arg))
        when spaces
        when "N"
        when "NO"
            move "N" to sort_merge
        when "Y"
        when "YES"
            move "Y" to sort_merge
        when other
            move "SRT load type: SORT_MERGE must be Y or N"
                to sort_knob_error
    end-evaluate.

*> does any worker (classic load type or scenario step) replay?
find_replay_use.
    move "N" to replay_used
    if load_type_rpl and not using_scenario
        set replay_requested to true
            end-perform
            add 1 to rpl_chk_idx
        end-perform
    end-if.

*> work out how long the run should take end to end: each worker's
        add 1 to exp_idx
    end-perform.

*> the "-n" dry run: hold the parsed run against this host, print
*> each worker's timeline, and finish on a PASS/FAIL verdict. Every
*> problem found is counted and reported, not just the first, so
*> one dry run gives the whole list to fix.
dry_run_plan.
    move 0 to dr_fail_count dr_warn_count
    if using_scenario
        display "dry-run: " num_context " worker(s) from scenario "
            function trim(scenario_file_path)
    else
        display "dry-run: " num_context " worker(s), load type "
            function trim(load_type)
    end-if
    if using_profile
        display "dry-run: profile " function trim(profile_name)
            " version " profile_version " from mpmt1.prf"
    end-if
    if restarting
        display "dry-run: restart of run " run_id
            " from mpmt1.ckpt"
    end-if
    perform dr_check_load_type
    perform dr_check_cores
    perform dr_print_timeline
    perform dr_check_memory
    perform dr_check_replay
    perform dr_check_sort
    perform dr_check_disk
    perform dr_check_deadline
    perform dr_check_authorization
    if dr_fail_count = 0
        display "dry-run: PASS (" dr_warn_count " warning(s))"
        move 0 to return-code
    else
        display "dry-run: FAIL (" dr_fail_count " problem(s), "
            dr_warn_count " warning(s))"
        move 56 to return-code
    end-if.

*> a scenario's load types were already checked as it was read; a
*> classic run's single load type is checked here (a real run would
*> quietly fall back to CPU load on one it does not know).
dr_check_load_type.
    if using_scenario
        exit paragraph
    end-if
    move load_type to dr_load
    perform dr_test_load
    if not dr_known_load
        display "dry-run: FAIL unknown load type '"
            function trim(load_type) "'"
        add 1 to dr_fail_count
    end-if.

dr_test_load.
    move "N" to dr_load_ok
    if dr_load = "CPU" or dr_load = "MEM" or dr_load = "IO "
        or dr_load = "IOV" or dr_load = "RPL" or dr_load = "SRT"
        set dr_known_load to true
    end-if.

*> every core on the list must be one the kernel has.
dr_check_cores.
    if core_count = 0
        display "dry-run: no core list, workers are not pinned"
        exit paragraph
    end-if
    move 0 to dr_host_cores
    open input cpuinfo_file
    if ci_file_status = "00"
        move "N" to ci_eof
        perform until ci_at_eof
            read cpuinfo_file
                at end
                    set ci_at_eof to true
                not at end
                    if ci_line(1:9) = "processor"
                        add 1 to dr_host_cores
                    end-if
            end-read
        end-perform
        close cpuinfo_file
    end-if
    if dr_host_cores = 0
        display "dry-run: WARN cannot count this host's cores from"
            " /proc/cpuinfo, core list not checked"
        add 1 to dr_warn_count
        exit paragraph
    end-if
    move 1 to dr_core_idx
    perform until dr_core_idx > core_count
        if core_entry(dr_core_idx) >= dr_host_cores
            move core_entry(dr_core_idx) to dr_core_disp
            move dr_host_cores to dr_num1
            display "dry-run: FAIL core "
                function trim(dr_core_disp)
                " is not on this host ("
                function trim(dr_num1) " core(s), numbered from 0)"
            add 1 to dr_fail_count
        end-if
        add 1 to dr_core_idx
    end-perform
    move dr_host_cores to dr_num1
    display "dry-run: host has " function trim(dr_num1)
        " core(s), core list " function trim(core_list_arg).

*> one line per worker, laid out the way the fork loop would assign
*> it: ramp offset, pinned core, intensity, then each phase with
*> its start and end second. The host resources the phases call for
*> are totted up on the way past.
dr_print_timeline.
    move 0 to dr_mem_workers dr_disk_need_mb dr_rpl_workers
    move 0 to dr_srt_workers
    display "dry-run: timeline (seconds from the first fork):"
    move 1 to dr_widx
    perform until dr_widx > num_context
        perform dr_print_one_worker
        add 1 to dr_widx
    end-perform.

dr_print_one_worker.
    if intensity_count = 0
        move 100 to dr_int
    else
        if dr_widx <= intensity_count
            move intensity_entry(dr_widx) to dr_int
        else
            move intensity_entry(intensity_count) to dr_int
        end-if
    end-if
    compute dr_at = ((dr_widx - 1) * ramp_interval_ms) / 1000
    move dr_widx to dr_widx_disp
    move dr_int to dr_num2
    move spaces to dr_line
    move 1 to dr_ptr
    string "dry-run:   worker " delimited by size
        dr_widx_disp delimited by size
        " core " delimited by size
        into dr_line
        with pointer dr_ptr
    end-string
    if core_count > 0
        compute dr_core_idx = function mod(dr_widx - 1, core_count) + 1
        move core_entry(dr_core_idx) to dr_core_disp
        string function trim(dr_core_disp) delimited by size
            into dr_line
            with pointer dr_ptr
        end-string
    else
        string "-" delimited by size
            into dr_line
            with pointer dr_ptr
        end-string
    end-if
    string " intensity " delimited by size
        function trim(dr_num2) delimited by size
        ":" delimited by size
        into dr_line
        with pointer dr_ptr
    end-string
    move "N" to dr_has_mem dr_has_rpl dr_has_srt
    move 0 to dr_io_worker_mb
    if using_scenario
        move scn_step_count(dr_widx) to dr_steps
    else
        move 1 to dr_steps
    end-if
    move 1 to dr_step
    perform until dr_step > dr_steps
        if using_scenario
            move scn_load(dr_widx, dr_step) to dr_load
            move scn_duration(dr_widx, dr_step) to dr_dur
        else
            move load_type to dr_load
            if duration_count = 0
                move duration to dr_dur
            else
                if dr_widx <= duration_count
                    move duration_entry(dr_widx) to dr_dur
                else
                    move duration_entry(duration_count) to dr_dur
                end-if
            end-if
        end-if
        perform dr_print_one_phase
        add 1 to dr_step
    end-perform
    display function trim(dr_line trailing)
    if dr_worker_has_mem
        add 1 to dr_mem_workers
    end-if
    if dr_worker_has_rpl
        add 1 to dr_rpl_workers
    end-if
    if dr_worker_has_srt
        add 1 to dr_srt_workers
    end-if
    add dr_io_worker_mb to dr_disk_need_mb.

dr_print_one_phase.
    compute dr_end = dr_at + dr_dur
    move dr_at to dr_num1
    move dr_end to dr_num3
    if dr_step > 1
        string "," delimited by size
            into dr_line
            with pointer dr_ptr
        end-string
    end-if
    string " " delimited by size
        function trim(dr_load) delimited by size
        " " delimited by size
        function trim(dr_num1) delimited by size
        "-" delimited by size
        function trim(dr_num3) delimited by size
        "s" delimited by size
        into dr_line
        with pointer dr_ptr
    end-string
    if dr_dur = 0
        display "dry-run: FAIL worker " dr_widx_disp " phase "
            dr_step " has a zero duration"
        add 1 to dr_fail_count
    end-if
    evaluate dr_load
        when "MEM"
            set dr_worker_has_mem to true
        when "IO "
        when "IOV"
            *> a phase's scratch file is deleted when it ends, so a
            *> worker only ever needs room for its largest one.
            compute dr_io_phase_mb =
                (dr_dur * io_mb_per_sec * dr_int + 99) / 100
            if dr_io_phase_mb > dr_io_worker_mb
                move dr_io_phase_mb to dr_io_worker_mb
            end-if
        when "RPL"
            set dr_worker_has_rpl to true
        when "SRT"
            set dr_worker_has_srt to true
        when other
            continue
    end-evaluate
    move dr_end to dr_at.

*> MEM workers each keep a 4 MiB block hot; all of them may be
*> running at once.
dr_check_memory.
    if dr_mem_workers = 0
        exit paragraph
    end-if
    compute dr_mem_need_kb = dr_mem_workers * dr_mem_per_worker_kb
    move 0 to tm_memfree tm_memavail
    open input meminfo_file
    if mi_file_status not = "00"
        display "dry-run: WARN cannot read /proc/meminfo, memory"
            " not checked"
        add 1 to dr_warn_count
        exit paragraph
    end-if
    move "N" to mi_eof
    perform until mi_at_eof
        read meminfo_file
            at end
                set mi_at_eof to true
            not at end
                perform take_meminfo_line
        end-read
    end-perform
    close meminfo_file
    *> kernels too old for MemAvailable only offer MemFree.
    if tm_memavail > 0
        move tm_memavail to dr_mem_have_kb
    else
        move tm_memfree to dr_mem_have_kb
    end-if
    move dr_mem_need_kb to dr_num1
    move dr_mem_have_kb to dr_num2
    if dr_mem_have_kb < dr_mem_need_kb
        display "dry-run: FAIL " dr_mem_workers " MEM worker(s) need "
            function trim(dr_num1) "kB, only "
            function trim(dr_num2) "kB available"
        add 1 to dr_fail_count
    else
        display "dry-run: memory: " dr_mem_workers
            " MEM worker(s) need " function trim(dr_num1)
            "kB of " function trim(dr_num2) "kB available"
    end-if.

*> the SRT settings an SRT worker will run with: a record count
*> within range, a known key order and a Y/N merge switch, held
*> the way check_sort_inputs holds them for a real run. The scratch
*> room they need is counted by dr_check_disk.
dr_check_sort.
    perform find_sort_use
    if not sort_requested
        exit paragraph
    end-if
    perform validate_sort_settings
    if sort_knob_error not = spaces
        display "dry-run: FAIL " function trim(sort_knob_error)
        add 1 to dr_fail_count
        move 0 to dr_srt_workers
        exit paragraph
    end-if
    move sort_records to dr_num1
    display "dry-run: sort: " function trim(dr_num1)
        " record(s) per pass, " function trim(sort_keys)
        " keys, merge " sort_merge.

*> the replay inputs every RPL worker will read: named, openable,
*> holding records, and every record shaped the way rpl_loop cuts
*> it (a key of up to 20 characters, then data of up to 108).
dr_check_replay.
    move 0 to rk_master_records
    perform find_replay_use
    if not replay_requested
        exit paragraph
    end-if
    if replay_trans_file = spaces or replay_master_file = spaces
        display "dry-run: FAIL RPL load type needs a transaction"
            " and a master file (arguments 10 and 11, or the"
            " REPLAY_TRANS_FILE/REPLAY_MASTER_FILE control keys)"
        add 1 to dr_fail_count
        exit paragraph
    end-if
    move "transaction" to rk_label
    move replay_trans_file to replay_check_path
    perform dr_check_one_replay_file
    move "master" to rk_label
    move replay_master_file to replay_check_path
    perform dr_check_one_replay_file
    move rk_records to rk_master_records
    if replay_expect_file not = spaces
        move "end-state" to rk_label
        move replay_expect_file to replay_check_path
        perform dr_check_one_replay_file
    end-if.

dr_check_one_replay_file.
    move 0 to rk_records rk_bad rk_first_bad rk_line_no
    open input replay_check_file
    if rk_file_status not = "00"
        display "dry-run: FAIL cannot open " function trim(rk_label)
            " file " function trim(replay_check_path)
            ", file status " rk_file_status
        add 1 to dr_fail_count
        exit paragraph
    end-if
    move "N" to rk_eof
    perform until rk_at_eof
        read replay_check_file
            at end
                set rk_at_eof to true
            not at end
                add 1 to rk_line_no
                perform dr_check_replay_line
        end-read
    end-perform
    close replay_check_file
    move rk_records to dr_num1
    evaluate true
        when rk_records = 0
            display "dry-run: FAIL " function trim(rk_label)
                " file " function trim(replay_check_path)
                " holds no records"
            add 1 to dr_fail_count
        when rk_bad > 0
            move rk_bad to dr_num2
            move rk_first_bad to dr_num3
            display "dry-run: FAIL " function trim(rk_label)
                " file " function trim(replay_check_path) " has "
                function trim(dr_num2) " malformed record(s), first"
                " at line " function trim(dr_num3)
            add 1 to dr_fail_count
        when other
            display "dry-run: " function trim(rk_label) " file "
                function trim(replay_check_path) ": "
                function trim(dr_num1) " record(s)"
    end-evaluate.

dr_check_replay_line.
    if rk_line = spaces
        or rk_line(1:1) = "*" or rk_line(1:1) = "#"
        exit paragraph
    end-if
    add 1 to rk_records
    move spaces to rk_key rk_data
    move 0 to rk_key_len
    unstring rk_line delimited by " "
        into rk_key count in rk_key_len
             rk_data
    end-unstring
    if rk_key_len = 0 or rk_key_len > 20
        or rk_data(109:) not = spaces
        add 1 to rk_bad
        if rk_first_bad = 0
            move rk_line_no to rk_first_bad
        end-if
    end-if.

*> scratch space in the working directory: the largest IO/IOV
*> phase of every such worker at the IO_MB_PER_SEC write rate
*> (scaled by its intensity), plus a keyed master copy per RPL
*> worker, plus an SRT worker's input, sort work and sorted output
*> (twice over, and the merged file, when it merges). statvfs
*> answers for the filesystem under ".".
dr_check_disk.
    if dr_rpl_workers > 0
        compute dr_rpl_copy_mb =
            (rk_master_records * dr_rpl_bytes_per_rec
                + 1048575) / 1048576
        compute dr_disk_need_mb = dr_disk_need_mb
            + dr_rpl_workers * dr_rpl_copy_mb
    end-if
    if dr_srt_workers > 0
        if sort_merge_requested
            move 7 to dr_srt_copies
        else
            move 3 to dr_srt_copies
        end-if
        compute dr_srt_copy_mb =
            (sort_records * dr_srt_bytes_per_rec * dr_srt_copies
                + 1048575) / 1048576
        compute dr_disk_need_mb = dr_disk_need_mb
            + dr_srt_workers * dr_srt_copy_mb
    end-if
    if dr_disk_need_mb = 0
        exit paragraph
    end-if
    call "statvfs" using dr_scratch_dir dr_statvfs
        returning dr_statvfs_rc
    if dr_statvfs_rc not = 0
        display "dry-run: WARN cannot stat the working directory's"
            " filesystem, scratch space not checked"
        add 1 to dr_warn_count
        exit paragraph
    end-if
    compute dr_disk_free_mb = sv_bavail * sv_frsize / 1048576
    move dr_disk_need_mb to dr_num1
    move dr_disk_free_mb to dr_num2
    move io_mb_per_sec to dr_num3
    if dr_disk_free_mb < dr_disk_need_mb
        display "dry-run: FAIL scratch files need "
            function trim(dr_num1) "MB (at "
            function trim(dr_num3) "MB/s), only "
            function trim(dr_num2) "MB free here"
        add 1 to dr_fail_count
    else
        display "dry-run: scratch: " function trim(dr_num1)
            "MB needed (at " function trim(dr_num3) "MB/s) of "
            function trim(dr_num2) "MB free"
    end-if.

*> the same authorization lookup a real run makes; a dry run only
*> reports it, and logs nothing.
dr_check_authorization.
    perform lookup_authorization
    evaluate true
        when auth_unprotected
            display "dry-run: host " function trim(host_label)
                " is not protected in mpmt1.aut"
        when auth_granted
            display "dry-run: authorized on " function trim(host_label)
                " under ticket " function trim(auth_ticket)
                ", approver " function trim(auth_approver)
        when other
            display "dry-run: FAIL no authorization in force for "
                function trim(host_label) " in mpmt1.aut ("
                function trim(auth_reason) ")"
            add 1 to dr_fail_count
    end-evaluate.

dr_check_deadline.
    perform compute_expected_length
    compute expected_disp rounded = expected_len
    move expected_disp to dr_num1
    if deadline_sec = 0
        display "dry-run: expected length " function trim(dr_num1)
            "s, no deadline"
        exit paragraph
    end-if
    move deadline_sec to dr_num2
    if expected_len > deadline_sec
        display "dry-run: FAIL expected length "
            function trim(dr_num1) "s exceeds deadline "
            function trim(dr_num2) "s"
        add 1 to dr_fail_count
    else
        compute dr_num3 = deadline_sec - expected_disp
        display "dry-run: expected length " function trim(dr_num1)
            "s within deadline " function trim(dr_num2) "s ("
            function trim(dr_num3) "s to spare)"
    end-if.

*> one heartbeat tick's worth of child care: reap every worker that
*> has finished since the last tick, and run the overrun watchdog
*> over the ones that have not.
                    add 1 to overrun_count
                end-if
            end-if
            if w_running(widx)
                perform log_worker_pstat
            end-if
        when other
            *> waitpid error (ECHILD and friends): the child is gone
            *> without a status; count it done so the run can end.
            display "reaped overrunning worker pid "
                pid_entry(widx) " after " w_ran_for "s"
            move -1 to w_exit(widx)
        when w_operator_killed(widx)
            *> the operator asked for this one; its OPKILL record
            *> already accounts for it.
            display "reaped operator-killed worker pid "
                pid_entry(widx) " after " w_ran_for "s"
            move -1 to w_exit(widx)
        when w_sig not = 0
            display "worker pid " pid_entry(widx)
                " ended by signal " w_sig " after " w_ran_for "s"
    end-string
    write st_line
    move spaces to st_line
    string "host=" delimited by size
        function trim(host_label) delimited by size
        into st_line
    end-string
    write st_line
    move spaces to st_line
    string "load_type=" delimited by size
        function trim(load_type) delimited by size
        into st_line
        set telem_has_warned to true
    end-if.

*> one running worker's process stats: the CPU time, resident set,
*> context switches and last CPU the kernel has for it right now,
*> appended as a PSTAT record. A worker that exits between the
*> waitpid and the read just gets no record this tick.
log_worker_pstat.
    perform sample_worker_pstat
    if not ps_stat_read
        exit paragraph
    end-if
    move "PSTAT" to ps_tag
    move space to ps_sep0
    move run_id to ps_run_id
    move space to ps_sep1
    move hb_now to ps_ts
    move space to ps_sep2
    move pid_entry(widx) to ps_pid
    move space to ps_sep3
    compute w_ran_for = hb_now - w_started(widx)
    move w_ran_for to ps_ran_for
    move space to ps_sep4
    move w_core(widx) to ps_core
    move space to ps_sep5
    move ps_utime_cs to ps_utime
    move space to ps_sep6
    move ps_stime_cs to ps_stime
    move space to ps_sep7
    move ps_rss_val to ps_rss_kb
    move space to ps_sep8
    move ps_vol_val to ps_vol_csw
    move space to ps_sep9
    move ps_invol_val to ps_invol_csw
    move space to ps_sep10
    move ps_cpu_val to ps_last_cpu
    move space to ps_sep11
    move host_label to ps_host
    open extend run_log_file
    if rl_file_status not = "00" and rl_file_status not = "05"
        perform warn_pstat_once
        exit paragraph
    end-if
    write pstat_log_record
    if rl_file_status not = "00"
        perform warn_pstat_once
    end-if
    close run_log_file.

warn_pstat_once.
    if not ps_has_warned
        display "mpmt1: worker process stats could not be logged, "
            "continuing without them"
        set ps_has_warned to true
    end-if.

*> /proc/<pid>/stat is one line; the command name in field 2 is in
*> parentheses and may hold blanks, so the fields are counted from
*> the last closing parenthesis: state is the first token after it,
*> utime and stime the 12th and 13th, processor the 37th.
*> /proc/<pid>/status has VmRSS and the two context-switch counts on
*> tab-separated "Name:<tab>value" lines.
sample_worker_pstat.
    move "N" to ps_stat_ok
    move 0 to ps_utime_cs ps_stime_cs ps_rss_val
    move 0 to ps_vol_val ps_invol_val ps_cpu_val
    if ps_clk_tck = 0
        call "sysconf" using by value ps_sc_clk_tck
            returning ps_clk_tck
        if ps_clk_tck <= 0
            move 100 to ps_clk_tck
        end-if
    end-if
    move pid_entry(widx) to ps_pid_disp
    move spaces to ps_stat_path ps_status_path
    string "/proc/" delimited by size
        function trim(ps_pid_disp) delimited by size
        "/stat" delimited by size
        into ps_stat_path
    end-string
    string "/proc/" delimited by size
        function trim(ps_pid_disp) delimited by size
        "/status" delimited by size
        into ps_status_path
    end-string
    open input proc_stat_file
    if ps_file_status not = "00"
        exit paragraph
    end-if
    move spaces to pst_line
    read proc_stat_file
        at end
            move spaces to pst_line
    end-read
    close proc_stat_file
    move 0 to ps_paren
    move length of pst_line to ps_idx
    perform until ps_idx = 0 or ps_paren > 0
        if pst_line(ps_idx:1) = ")"
            move ps_idx to ps_paren
        end-if
        subtract 1 from ps_idx
    end-perform
    if ps_paren = 0 or ps_paren >= length of pst_line - 1
        exit paragraph
    end-if
    move spaces to ps_tok_table
    move 0 to ps_tok_count
    unstring pst_line(ps_paren + 2:) delimited by all " "
        into ps_tok(1) ps_tok(2) ps_tok(3) ps_tok(4) ps_tok(5)
             ps_tok(6) ps_tok(7) ps_tok(8) ps_tok(9) ps_tok(10)
             ps_tok(11) ps_tok(12) ps_tok(13) ps_tok(14) ps_tok(15)
             ps_tok(16) ps_tok(17) ps_tok(18) ps_tok(19) ps_tok(20)
             ps_tok(21) ps_tok(22) ps_tok(23) ps_tok(24) ps_tok(25)
             ps_tok(26) ps_tok(27) ps_tok(28) ps_tok(29) ps_tok(30)
             ps_tok(31) ps_tok(32) ps_tok(33) ps_tok(34) ps_tok(35)
             ps_tok(36) ps_tok(37) ps_tok(38) ps_tok(39) ps_tok(40)
        tallying in ps_tok_count
    end-unstring
    if ps_tok_count < 37
        or function test-numval(ps_tok(12)) not = 0
        or function test-numval(ps_tok(13)) not = 0
        or function test-numval(ps_tok(37)) not = 0
        exit paragraph
    end-if
    compute ps_ticks = function numval(ps_tok(12))
    compute ps_utime_cs = ps_ticks * 100 / ps_clk_tck
    compute ps_ticks = function numval(ps_tok(13))
    compute ps_stime_cs = ps_ticks * 100 / ps_clk_tck
    compute ps_cpu_val = function numval(ps_tok(37))
    set ps_stat_read to true
    open input proc_status_file
    if ps_file_status not = "00"
        exit paragraph
    end-if
    move "N" to ps_eof
    perform until ps_at_eof
        read proc_status_file
            at end
                set ps_at_eof to true
            not at end
                perform take_proc_status_line
        end-read
    end-perform
    close proc_status_file.

take_proc_status_line.
    inspect psu_line replacing all x"09" by space
    move spaces to tm_tok_table
    unstring psu_line delimited by all " "
        into tm_tok(1) tm_tok(2) tm_tok(3)
    end-unstring
    if function test-numval(tm_tok(2)) not = 0
        exit paragraph
    end-if
    evaluate tm_tok(1)
        when "VmRSS:"
            compute ps_rss_val = function numval(tm_tok(2))
        when "voluntary_ctxt_switches:"
            compute ps_vol_val = function numval(tm_tok(2))
        when "nonvoluntary_ctxt_switches:"
            compute ps_invol_val = function numval(tm_tok(2))
    end-evaluate.

*> read the load averages and run queue out of /proc/loadavg, free
*> memory and swap out of /proc/meminfo, and the swap-in/swap-out
*> counters out of /proc/vmstat. Anything that cannot be read just
    end-if
    if tm_tok(1) = "SwapFree:"
        compute tm_swapfree = function numval(tm_tok(2))
    end-if
    if tm_tok(1) = "MemAvailable:"
        compute tm_memavail = function numval(tm_tok(2))
    end-if.

take_vmstat_line.
        add 1 to widx
    end-perform.

*> operator requests queued by the mpmt1mon console. The request
*> file is claimed by renaming it aside, then read line by line:
*> "KILL pid user" terminates that one worker the same way an
*> abort does and logs an OPKILL record naming the operator;
*> "DEADLINE sec user" pushes the wall-clock deadline out (never
*> in -- an earlier stop is what mpmt1.stop is for). Anything else
*> is reported and ignored. The console has already written its
*> own audit record for every request it queued.
take_operator_requests.
    call "CBL_CHECK_FILE_EXIST" using ctl_file_name
        ctl_check_info returning ctl_check_rc
    if ctl_check_rc not = 0
        exit paragraph
    end-if
    call "CBL_DELETE_FILE" using ctl_work_name
        returning delete_rc
    call "CBL_RENAME_FILE" using ctl_file_name ctl_work_name
        returning ctl_rename_rc
    if ctl_rename_rc not = 0
        exit paragraph
    end-if
    open input control_file
    if ct_file_status not = "00"
        exit paragraph
    end-if
    move "N" to ct_eof
    perform until ct_at_eof
        read control_file
            at end
                set ct_at_eof to true
            not at end
                perform take_one_operator_request
        end-read
    end-perform
    close control_file
    call "CBL_DELETE_FILE" using ctl_work_name
        returning delete_rc.

take_one_operator_request.
    move spaces to ct_tok_table
    unstring ct_line delimited by all " "
        into ct_tok(1) ct_tok(2) ct_tok(3) ct_tok(4)
    end-unstring
    move ct_tok(3) to opkill_user
    if opkill_user = spaces
        move "unknown" to opkill_user
    end-if
    evaluate function upper-case(ct_tok(1))
        when "KILL"
            compute ct_pid = function numval(ct_tok(2))
            perform operator_kill_worker
        when "DEADLINE"
            compute ct_value = function numval(ct_tok(2))
            if deadline_sec > 0 and ct_value > deadline_sec
                and ct_value <= 99999
                display "mpmt1: deadline pushed out from "
                    deadline_sec "s to " ct_value "s by "
                    function trim(opkill_user)
                move ct_value to deadline_sec
            else
                display "mpmt1: deadline request "
                    function trim(ct_tok(2))
                    "s from " function trim(opkill_user)
                    " ignored, deadline stays " deadline_sec "s"
            end-if
        when spaces
            continue
        when other
            display "mpmt1: unknown operator request '"
                function trim(ct_line) "' ignored"
    end-evaluate.

*> find the worker by pid among the ones still running; a pid
*> that has already finished (or was never ours) is left alone.
operator_kill_worker.
    move 0 to ct_found
    move 1 to widx
    perform until widx > forked_count or ct_found > 0
        if pid_entry(widx) = ct_pid and w_running(widx)
            move widx to ct_found
        end-if
        add 1 to widx
    end-perform
    if ct_found = 0
        display "mpmt1: kill request for pid "
            function trim(ct_tok(2)) " from "
            function trim(opkill_user)
            " ignored, no such running worker"
        exit paragraph
    end-if
    move ct_found to widx
    call static "kill" using by value pid_entry(widx)
        by value sig_term
        returning kill_rc
    call static "kill" using by value pid_entry(widx)
        by value sig_cont
        returning kill_rc
    set w_operator_killed(widx) to true
    add 1 to opkill_count
    compute w_ran_for = hb_now - w_started(widx)
    display "mpmt1: worker pid " pid_entry(widx)
        " killed on request of " function trim(opkill_user)
        " after " w_ran_for "s"
    move "OPKILL" to ok_tag
    move space to ok_sep0
    move run_id to ok_run_id
    move space to ok_sep1
    move hb_now to ok_ts
    move space to ok_sep2
    move pid_entry(widx) to ok_pid
    move space to ok_sep3
    move w_ran_for to ok_ran_for
    move space to ok_sep4
    move opkill_user to ok_user
    move space to ok_sep5
    move host_label to ok_host
    open extend run_log_file
    if rl_file_status not = "00" and rl_file_status not = "05"
        display "mpmt1: could not log OPKILL record, file status "
            rl_file_status
        exit paragraph
    end-if
    write opkill_log_record
    if rl_file_status not = "00"
        display "mpmt1: could not log OPKILL record, file status "
            rl_file_status
    end-if
    close run_log_file.

*> re-read the run log and total the operation counts from this
*> run's worker records (matched on the leading run-id). The counts
*> live only in the log -- each worker is its own process -- so this
    move 999999999999999999 to span_min_ts
    move 0 to span_max_ts
    move 0 to total_corrupt
    move 0 to rpl_phase_count rpl_full_count rpl_differ_count
        rpl_exp_failed rpl_ref_checksum rpl_ref_records
    open input run_log_file
    *> status 05 means the optional log was missing and the open
    *> created it empty: the file is OPEN, so fall through and let
                if rl_raw_line(1:15) = run_id_x
                    perform sum_one_worker_record
                end-if
                if rl_raw_line(1:7) = "RPLEND "
                    and rl_raw_line(8:15) = run_id_x
                    perform sum_one_rplend_record
                end-if
        end-read
    end-perform
    close run_log_file.
        end-if
    end-if.

*> one RPL phase's end state: held against the first full-pass
*> image of the run, and counted against the expected end state.
*> A phase that never finished a pass stopped part-way through the
*> transactions, so its image is not comparable.
sum_one_rplend_record.
    move spaces to ops_tok_table
    move 0 to ops_tok_count
    unstring rl_raw_line delimited by all " "
        into ops_tok(1) ops_tok(2) ops_tok(3) ops_tok(4)
             ops_tok(5) ops_tok(6) ops_tok(7) ops_tok(8)
             ops_tok(9) ops_tok(10) ops_tok(11) ops_tok(12)
             ops_tok(13) ops_tok(14)
        tallying in ops_tok_count
    end-unstring
    add 1 to rpl_phase_count
    if ops_tok(13) = "DIFF" or ops_tok(13) = "FAILED"
        add 1 to rpl_exp_failed
    end-if
    if ops_tok(13) = "PARTIAL" or ops_tok(13) = "FAILED"
        exit paragraph
    end-if
    compute rpl_rec_records = function numval(ops_tok(5))
    compute rpl_rec_checksum = function numval(ops_tok(6))
    add 1 to rpl_full_count
    if rpl_full_count = 1
        move rpl_rec_records to rpl_ref_records
        move rpl_rec_checksum to rpl_ref_checksum
    else
        if rpl_rec_records not = rpl_ref_records
            or rpl_rec_checksum not = rpl_ref_checksum
            add 1 to rpl_differ_count
        end-if
    end-if.

*> run one load phase for this worker -- the whole run for a
*> classic invocation, one step of its sequence for a scenario
*> worker -- and leave one run-log record behind for it.
run_one_phase.
    move 0 to child_verified child_corrupt child_rejected
    move 0 to child_sort_passes child_merge_passes
    initialize child_lat_hist child_rpl_end
    evaluate true
        when cur_load = "MEM"
            call 'mem_loop' using content assigned_duration
                cur_intensity
                by reference child_ts_start child_ts_now
                child_ts_diff child_ops child_achieved
                child_lat_hist
        when cur_load = "IO " or cur_load = "IOV"
            if cur_load = "IOV"
                move "Y" to child_verify_flag
                cur_intensity run_id child_verify_flag
                by reference child_ts_start child_ts_now
                child_ts_diff child_ops child_achieved
                child_verified child_corrupt child_lat_hist
        when cur_load = "RPL"
            call 'rpl_loop' using content assigned_duration
                cur_intensity replay_trans_file
                replay_master_file replay_expect_file run_id
                cur_phase
                by reference child_ts_start child_ts_now
                child_ts_diff child_ops child_achieved
                child_rejected child_lat_hist child_rpl_end
        when cur_load = "SRT"
            call 'srt_loop' using content assigned_duration
                cur_intensity run_id sort_records sort_key_code
                sort_merge
                by reference child_ts_start child_ts_now
                child_ts_diff child_ops child_achieved
                child_verified child_corrupt child_lat_hist
                child_sort_passes child_merge_passes
        when other
            call 'busy_loop' using content assigned_duration
                cur_intensity
                by reference child_ts_start child_ts_now
                child_ts_diff child_ops child_achieved
                child_lat_hist
    end-evaluate
    perform log_worker_record.

    move child_rejected to rl_rejected
    move space to rl_sep15
    move host_label to rl_host
    move space to rl_sep16
    move child_sort_passes to rl_sort_passes
    move space to rl_sep17
    move child_merge_passes to rl_merge_passes
    open extend run_log_file
    if rl_file_status not = "00" and rl_file_status not = "05"
        display "mpmt1: worker " child_pid
            display "mpmt1: worker " child_pid
                " could not write run log, file status " rl_file_status
            move 1 to return-code
        else
            perform write_lathist_record
            if cur_load = "RPL"
                perform write_rplend_record
            end-if
        end-if
        close run_log_file
    end-if.
        move 1 to return-code
    end-if.

*> the phase's response-time histogram, written straight after its
*> worker record while the log is still open. A bucket past what the
*> field holds is pinned at its ceiling rather than wrapped.
write_lathist_record.
    move "LATHIST" to lh_tag
    move space to lh_sep0
    move run_id to lh_run_id
    move space to lh_sep1
    move child_pid to lh_pid
    move space to lh_sep2
    move cur_phase to lh_phase
    move space to lh_sep3
    move cur_load to lh_load
    move space to lh_sep4
    move child_lat_count to lh_count
    move space to lh_sep5
    move child_lat_sum_us to lh_sum_us
    move space to lh_sep6
    move child_lat_max_us to lh_max_us
    move 1 to lat_bidx
    perform until lat_bidx > 12
        move space to lh_bsep(lat_bidx)
        if child_lat_bucket(lat_bidx) > lat_bucket_cap
            move lat_bucket_cap to lh_bucket(lat_bidx)
        else
            move child_lat_bucket(lat_bidx) to lh_bucket(lat_bidx)
        end-if
        add 1 to lat_bidx
    end-perform
    move space to lh_sep7
    move host_label to lh_host
    write lathist_log_record
    if rl_file_status not = "00"
        display "mpmt1: worker " child_pid
            " could not write latency histogram, file status "
            rl_file_status
        move 1 to return-code
    end-if.

*> an RPL phase's end state, written behind its histogram.
write_rplend_record.
    move "RPLEND" to re_tag
    move space to re_sep0
    move run_id to re_run_id
    move space to re_sep1
    move child_pid to re_pid
    move space to re_sep2
    move cur_phase to re_phase
    move space to re_sep3
    move child_rpl_records to re_records
    move space to re_sep4
    move child_rpl_checksum to re_checksum
    move space to re_sep5
    move child_rpl_passes to re_passes
    move space to re_sep6
    if child_rpl_expect = "Y"
        move "Y" to re_expect
    else
        move "N" to re_expect
    end-if
    move space to re_sep7
    move child_rpl_matched to re_matched
    move space to re_sep8
    move child_rpl_diff to re_diff
    move space to re_sep9
    move child_rpl_missing to re_missing
    move space to re_sep10
    move child_rpl_extra to re_extra
    move space to re_sep11
    move child_rpl_state to re_state
    if re_state = spaces
        move "FAILED" to re_state
    end-if
    move space to re_sep12
    move host_label to re_host
    write rplend_log_record
    if rl_file_status not = "00"
        display "mpmt1: worker " child_pid
            " could not write replay end state, file status "
            rl_file_status
        move 1 to return-code
    end-if.

*> rewrite the whole checkpoint in one go, the same way the status
*> file is handled: a CKPT header line (run-id, load type, deadline)
*> and one WRK line per forked worker carrying what a "-r" restart
    else
        move replay_master_file to ck_path2
    end-if
    if replay_expect_file = spaces
        move "-" to ck_path3
    else
        move replay_expect_file to ck_path3
    end-if
    move spaces to ck_line
    string "CKPT " delimited by size
        run_id delimited by size
        function trim(ck_path1) delimited by size
        " " delimited by size
        function trim(ck_path2) delimited by size
        " " delimited by size
        function trim(ck_path3) delimited by size
        into ck_line
    end-string
    write ck_line
*> one worker's checkpoint line: slot, seconds already served out
*> of its current assignment, intensity, the phase number its step
*> list starts behind, and the step list itself. A finished (or
*> watchdog- or operator-killed) worker is written as fully served
*> so a restart leaves it alone.
write_checkpoint_worker.
    if w_done(widx) or w_overrun_killed(widx)
        or w_operator_killed(widx)
        move w_duration(widx) to ck_served
    else
        compute ck_served = hb_now - w_started(widx)
            compute deadline_sec = function numval(ck_tok(4))
            *> the replay paths are wider than the generic tokens:
            *> cut the header again with path-sized receivers.
            move spaces to ck_path1 ck_path2 ck_path3
            unstring ck_line delimited by all " "
                into ck_tok(1) ck_tok(2) ck_tok(3) ck_tok(4)
                     ck_path1 ck_path2 ck_path3
            end-unstring
            if ck_path1 not = spaces and ck_path1 not = "-"
                move ck_path1 to replay_trans_file
            if ck_path2 not = spaces and ck_path2 not = "-"
                move ck_path2 to replay_master_file
            end-if
            if ck_path3 not = spaces and ck_path3 not = "-"
                move ck_path3 to replay_expect_file
            end-if
            set ckpt_header_seen to true
        when "WRK"
            perform resume_checkpoint_worker
            at end
                set cfg_at_eof to true
            not at end
                perform apply_config_line
        end-read
    end-perform
    close config_file.

*> one key=value line in cfg_line, from a control file or from a
*> profile's control lines.
apply_config_line.
    move spaces to cfg_key cfg_value
    unstring cfg_line delimited by "="
        into cfg_key cfg_value
    evaluate function upper-case(function trim(cfg_key))
        when "NUM_CONTEXT"
            compute num_context = function numval(function trim(cfg_value))
        when "DURATION_LIST"
            move function trim(cfg_value) to duration_arg
        when "RAMP_INTERVAL_MS"
            compute ramp_interval_ms = function numval(function trim(cfg_value))
        when "CORE_LIST"
            move function trim(cfg_value) to core_list_arg
        when "INTENSITY_LIST"
            move function trim(cfg_value) to intensity_arg
        when "GRACE_SEC"
            compute overrun_grace = function numval(function trim(cfg_value))
        when "DEADLINE_SEC"
            compute deadline_sec = function numval(function trim(cfg_value))
        when "SCENARIO_FILE"
            set using_scenario to true
            move function trim(cfg_value) to scenario_file_path
        when "REPLAY_TRANS_FILE"
            move function trim(cfg_value) to replay_trans_file
        when "REPLAY_MASTER_FILE"
            move function trim(cfg_value) to replay_master_file
        when "REPLAY_EXPECT_FILE"
            move function trim(cfg_value) to replay_expect_file
        when "SORT_RECORDS"
            move function trim(cfg_value) to sort_records_arg
        when "SORT_KEYS"
            move function trim(cfg_value) to sort_keys_arg
        when "SORT_MERGE"
            move function trim(cfg_value) to sort_merge_arg
        when "HOST_LABEL"
            move function trim(cfg_value) to host_label
        when "IO_MB_PER_SEC"
            compute io_mb_per_sec = function numval(function trim(cfg_value))
        when "LOCK_WAIT"
            if function upper-case(function trim(cfg_value)) = "Y"
                or function upper-case(function trim(cfg_value)) = "YES"
                set queue_behind_lock to true
            end-if
        when "LOAD_TYPE"
            move spaces to load_type
            string function upper-case(function trim(cfg_value)) delimited by size
                into load_type
            end-string
        when other
            continue
    end-evaluate.

*> "-p": the named profile's header must be there and in force; its
*> control lines are applied as a control file's would be, and its
*> scenario lines, if any, become the run's scenario.
read_profile.
    if profile_name = spaces
        display "mpmt1: -p needs a profile name"
        move 34 to return-code
        stop run
    end-if
    *> catalog names are one blank-free token of at most 24
    *> characters (mpmt1prf holds them to that); anything else would
    *> be cut to fit pf_name and could find the wrong profile.
    move 0 to profile_blanks
    inspect profile_name(1:function length(function trim(profile_name)))
        tallying profile_blanks for all " "
    if profile_name(25:) not = spaces or profile_blanks > 0
        display "mpmt1: bad profile name '"
            function trim(profile_name)
            "' (up to 24 characters, no blanks)"
        move 34 to return-code
        stop run
    end-if
    open input profile_file
    if pf_file_status not = "00"
        display "mpmt1: cannot open profile catalog mpmt1.prf, "
            "file status " pf_file_status
        move 34 to return-code
        stop run
    end-if
    move profile_name to pf_name
    move "H" to pf_type
    move 0 to pf_seq
    read profile_file record key is pf_key
        invalid key
            display "mpmt1: no profile " function trim(profile_name)
                " in mpmt1.prf"
            close profile_file
            move 34 to return-code
            stop run
    end-read
    if pf_retired
        display "mpmt1: profile " function trim(profile_name)
            " is retired"
        close profile_file
        move 34 to return-code
        stop run
    end-if
    move pf_version to profile_version
    move profile_name to pf_name
    move "K" to pf_type
    perform read_profile_lines
    move 0 to scn_count
    move profile_name to pf_name
    move "S" to pf_type
    perform read_profile_lines
    close profile_file
    if scn_count > 0
        set using_scenario to true
        set scenario_loaded to true
        move spaces to scenario_file_path
        string "profile:" delimited by size
            function trim(profile_name) delimited by size
            into scenario_file_path
        end-string
    end-if
    display "profile: " function trim(profile_name) " v"
        profile_version.

*> every line of the type in pf_type under the profile, in
*> sequence order.
read_profile_lines.
    move 0 to pf_seq
    move pf_type to profile_line_type
    start profile_file key is >= pf_key
        invalid key
            set pf_at_eof to true
        not invalid key
            move "N" to pf_eof
    end-start
    perform until pf_at_eof
        read profile_file next record
            at end
                set pf_at_eof to true
            not at end
                if pf_name not = profile_name
                    or pf_type not = profile_line_type
                    set pf_at_eof to true
                else
                    if pf_type = "K"
                        move pf_text to cfg_line
                        perform apply_config_line
                    else
                        move pf_text to scn_line
                        perform parse_scenario_line
                    end-if
                end-if
        end-read
    end-perform.

*> read the -s scenario file into scenario_table: one line per
*> worker, steps delimited by commas, each step a load type and a
*> duration. The file decides how many workers the run forks.
        and scn_load(scn_count, scn_step_count(scn_count)) not = "IO "
        and scn_load(scn_count, scn_step_count(scn_count)) not = "IOV"
        and scn_load(scn_count, scn_step_count(scn_count)) not = "RPL"
        and scn_load(scn_count, scn_step_count(scn_count)) not = "SRT"
        display "mpmt1: unknown load type '"
            function trim(scn_type_token)
            "' for scenario worker " scn_count
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
    01 cyc pic 99 value 0.
    01 sleep_secs pic 9(5) value 0.
    01 one_sec pic 9 value 1.
    *> sampled operation timing: the loop already reads the clock
    *> after every operation to watch the duration, so one operation
    *> in every lat_sample_every is timed from the previous reading
    *> and handed to lat_bucket for the histogram. The operations in
    *> between cost no more than they always did.
    01 op_tv_prev.
        05 op_prev_sec  usage binary-c-long.
        05 op_prev_usec usage binary-c-long.
    01 op_tv_now.
        05 op_now_sec   usage binary-c-long.
        05 op_now_usec  usage binary-c-long.
    01 lat_sample_every usage binary-long value 1000.
    01 lat_sample_left  usage binary-long value 0.
linkage section.
    01 duration pic 9999.
    01 intensity pic 999.
    01 ts_diff_out  usage binary-c-long.
    01 ops_out      usage binary-c-long.
    01 achieved_out pic 999.
    01 lat_hist_out.
        05 lat_count_out  usage binary-c-long.
        05 lat_sum_us_out usage binary-c-long.
        05 lat_max_us_out usage binary-c-long.
        05 lat_bucket_out usage binary-c-long occurs 12 times.

procedure division using duration, intensity, ts_start_out,
    ts_now_out, ts_diff_out, ops_out, achieved_out, lat_hist_out.

    call "gettimeofday" using op_tv_prev null.
    move op_prev_sec to ts_start.

    compute busy_slots = (intensity + 5) / 10.
    if busy_slots < 1
    move 0 to ops
    move 0 to ts_diff
    move 0 to sleep_secs
    move lat_sample_every to lat_sample_left
    initialize lat_hist_out
    perform until ts_diff >= duration
        compute cyc = function mod(ts_diff, 10)
        if cyc < busy_slots
            add 1 to ops
            call "gettimeofday" using op_tv_now null
            subtract 1 from lat_sample_left
            if lat_sample_left = 0
                call "lat_bucket" using op_tv_prev op_tv_now
                    lat_hist_out
                move lat_sample_every to lat_sample_left
            end-if
        else
            call "C$SLEEP" using one_sec
            add 1 to sleep_secs
            call "gettimeofday" using op_tv_now null
        end-if
        move op_tv_now to op_tv_prev
        move op_now_sec to ts_now
        subtract ts_start from ts_now giving ts_diff
    end-perform.
    display "Expired...".
    *> first 1638 of the 4096 blocks are kept hot, so the cache and
    *> memory pressure scales down while the loop still runs.
    01 working_blocks pic 9(4) value 4096.
    *> sampled operation timing: the loop already reads the clock
    *> after every operation to watch the duration, so one operation
    *> in every lat_sample_every is timed from the previous reading
    *> and handed to lat_bucket for the histogram. The operations in
    *> between cost no more than they always did.
    01 op_tv_prev.
        05 op_prev_sec  usage binary-c-long.
        05 op_prev_usec usage binary-c-long.
    01 op_tv_now.
        05 op_now_sec   usage binary-c-long.
        05 op_now_usec  usage binary-c-long.
    01 lat_sample_every usage binary-long value 1000.
    01 lat_sample_left  usage binary-long value 0.
linkage section.
    01 duration pic 9999.
    01 intensity pic 999.
    01 ts_diff_out  usage binary-c-long.
    01 ops_out      usage binary-c-long.
    01 achieved_out pic 999.
    01 lat_hist_out.
        05 lat_count_out  usage binary-c-long.
        05 lat_sum_us_out usage binary-c-long.
        05 lat_max_us_out usage binary-c-long.
        05 lat_bucket_out usage binary-c-long occurs 12 times.

procedure division using duration, intensity, ts_start_out,
    ts_now_out, ts_diff_out, ops_out, achieved_out, lat_hist_out.

    call "gettimeofday" using op_tv_prev null.
    move op_prev_sec to ts_start.

    compute working_blocks = (4096 * intensity) / 100.
    if working_blocks < 1
    *> comes back here once per phase.
    move 0 to ops
    move 0 to ts_diff
    move lat_sample_every to lat_sample_left
    initialize lat_hist_out
    perform until ts_diff >= duration
        add 1 to midx
        if midx > working_blocks
        end-if
        move "X" to mem_chunk(midx)(1:1)
        add 1 to ops
        call "gettimeofday" using op_tv_now null
        subtract 1 from lat_sample_left
        if lat_sample_left = 0
            call "lat_bucket" using op_tv_prev op_tv_now lat_hist_out
            move lat_sample_every to lat_sample_left
        end-if
        move op_tv_now to op_tv_prev
        move op_now_sec to ts_now
        subtract ts_start from ts_now giving ts_diff
    end-perform.
    display "Expired (mem)...".
*> use the same shape, the data being what gets written over the
*> matching master record's data.
*>
*> Every rejected transaction is also written to a reject detail
*> file of the worker's own, mpmt1_rpl_<run-id>_<pid>.rej: run-id,
*> pid, phase, pass number, transaction key and reason (NOTFOUND:
*> no master record for the key; REWRITE-nn: the rewrite failed
*> with file status nn). Before the master copy is deleted its
*> records are counted and checksummed (Adler-32 over each whole
*> record, in key order) and, when an expected end-state file is
*> named (same shape as the master), compared with it record by
*> record -- differences land in the reject file too, as
*> ENDSTATE-DIFF and ENDSTATE-MISSING with pass 0. The transactions
*> overwrite by key, so at the end of every full pass the image is
*> the master with each key's last transaction applied -- the same
*> for every worker -- but partway through a pass it depends on
*> where the worker stopped (a key updated twice in the file holds
*> either value). A phase that expires mid-pass therefore replays
*> on to the end of that pass before its end state is taken; a
*> phase that never finished a pass is PARTIAL and not compared.
*> The pass finish and the end-state pass run after the assigned
*> duration, like IOV's read-back; the watchdog allows for them.
*>
identification division.
program-id. rpl_loop.

        file status is tf_file_status.
    select master_copy_file assign to dynamic copy_filename
        organization indexed
        access mode dynamic
        record key mc_key
        file status is mc_file_status.
    select optional reject_file assign to dynamic reject_filename
        organization line sequential
        file status is rj_file_status.
    select expect_file assign to dynamic expect_path_ws
        organization line sequential
        file status is ex_file_status.

data division.
file section.
        05 mc_key  pic x(20).
        05 mc_data pic x(108).

fd  reject_file.
    01 rj_record.
        05 rj_run_id pic 9(15).
        05 rj_sep0   pic x.
        05 rj_pid    pic 9(9).
        05 rj_sep1   pic x.
        05 rj_phase  pic 99.
        05 rj_sep2   pic x.
        05 rj_pass   pic 9(9).
        05 rj_sep3   pic x.
        05 rj_key    pic x(20).
        05 rj_sep4   pic x.
        05 rj_reason pic x(16).

fd  expect_file.
    01 ex_line pic x(128).

working-storage section.
    01 ts_start usage binary-c-long.
    01 ts_now   usage binary-c-long.
    01 rpl_failed pic x value "N".
        88 rpl_has_failed value "Y".
    01 del_rc pic s9(9) binary.
    *> reject detail and end-state bookkeeping.
    01 reject_filename pic x(64) value spaces.
    01 rj_file_status pic xx.
    01 reject_open pic x value "N".
        88 reject_is_open value "Y".
    01 reject_broken pic x value "N".
        88 reject_has_failed value "Y".
    01 reject_reason pic x(16) value spaces.
    01 reject_pass usage binary-c-long value 0.
    01 run_id_disp pic 9(15).
    01 passes_done usage binary-c-long value 0.
    01 expect_path_ws pic x(256) value spaces.
    01 ex_file_status pic xx.
    01 ex_eof pic x value "N".
        88 ex_at_eof value "Y".
    01 mc_eof pic x value "N".
        88 mc_at_eof value "Y".
    01 exp_found usage binary-c-long value 0.
    *> Adler-32: a runs over the bytes, b over the running a's,
    *> both modulo the largest prime under 65536.
    01 adler_a usage binary-c-long value 1.
    01 adler_b usage binary-c-long value 0.
    01 adler_mod usage binary-c-long value 65521.
    01 adler_i pic 999 value 0.
    *> duty-cycle bookkeeping, as in busy_loop and io_loop.
    01 busy_slots pic 99 value 10.
    01 cyc pic 99 value 0.
    01 sleep_secs pic 9(5) value 0.
    01 one_sec pic 9 value 1.
    *> per-operation timing: the gettimeofday values either side of
    *> each operation, handed to lat_bucket for the histogram. The
    *> loop's own clock reading doubles as the next operation's start.
    01 op_tv_prev.
        05 op_prev_sec  usage binary-c-long.
        05 op_prev_usec usage binary-c-long.
    01 op_tv_now.
        05 op_now_sec   usage binary-c-long.
        05 op_now_usec  usage binary-c-long.
linkage section.
    01 duration pic 9999.
    01 intensity pic 999.
    01 ops_out      usage binary-c-long.
    01 achieved_out pic 999.
    01 rejected_out usage binary-c-long.
    01 lat_hist_out.
        05 lat_count_out  usage binary-c-long.
        05 lat_sum_us_out usage binary-c-long.
        05 lat_max_us_out usage binary-c-long.
        05 lat_bucket_out usage binary-c-long occurs 12 times.
    01 expect_path pic x(256).
    01 run_id_in pic 9(15).
    01 phase_in pic 99.
    01 rpl_end_out.
        05 end_records_out  usage binary-c-long.
        05 end_checksum_out usage binary-c-long.
        05 end_passes_out   usage binary-c-long.
        05 end_expect_out   pic x.
        05 end_matched_out  usage binary-c-long.
        05 end_diff_out     usage binary-c-long.
        05 end_missing_out  usage binary-c-long.
        05 end_extra_out    usage binary-c-long.
        05 end_state_out    pic x(8).

procedure division using duration, intensity, trans_path,
    master_path, expect_path, run_id_in, phase_in, ts_start_out,
    ts_now_out, ts_diff_out, ops_out, achieved_out, rejected_out,
    lat_hist_out, rpl_end_out.

    call "C$GETPID" returning rpl_pid.
    move rpl_pid to rpl_pid_disp.
        ".dat" delimited by size
        into copy_filename
    end-string.
    move run_id_in to run_id_disp.
    move spaces to reject_filename.
    string "mpmt1_rpl_" delimited by size
        run_id_disp delimited by size
        "_" delimited by size
        function trim(rpl_pid_disp) delimited by size
        ".rej" delimited by size
        into reject_filename
    end-string.
    move trans_path to trans_path_ws.
    move master_path to master_path_ws.
    move expect_path to expect_path_ws.

    call "gettimeofday" using ts_start null.

    move 0 to rejected
    move 0 to ts_diff
    move 0 to sleep_secs
    move 0 to passes_done
    move "N" to rpl_failed trans_open
    initialize lat_hist_out rpl_end_out
    move "FAILED" to end_state_out
    if expect_path_ws = spaces
        move "N" to end_expect_out
    else
        move "Y" to end_expect_out
    end-if

    perform build_master_copy
    if not rpl_has_failed
        perform replay_until_expired
        perform finish_current_pass
    end-if

    if trans_is_open
        close trans_file
    end-if
    *> the copy's end state is taken before it goes.
    if not rpl_has_failed
        perform take_end_state
    end-if
    if reject_is_open
        close reject_file
        move "N" to reject_open
    end-if
    close master_copy_file
    *> RETURNING keeps the delete's status out of RETURN-CODE, so
    *> a failed phase still reports its nonzero exit.

*> cycle the transaction file against the master copy until the
*> phase expires, honoring the duty cycle the same way the other
*> load loops do. Each transaction is timed from its read through
*> its rewrite; the building of the master copy is not.
replay_until_expired.
    call "gettimeofday" using op_tv_prev null
    perform until ts_diff >= duration or rpl_has_failed
        compute cyc = function mod(ts_diff, 10)
        if cyc < busy_slots
            perform read_next_transaction
            if have_transaction
                perform apply_one_transaction
                call "gettimeofday" using op_tv_now null
                call "lat_bucket" using op_tv_prev op_tv_now
                    lat_hist_out
            else
                call "gettimeofday" using op_tv_now null
            end-if
        else
            call "C$SLEEP" using one_sec
            add 1 to sleep_secs
            call "gettimeofday" using op_tv_now null
        end-if
        move op_tv_now to op_tv_prev
        move op_now_sec to ts_now
        subtract ts_start from ts_now giving ts_diff
    end-perform.

*> the phase has expired: a worker partway through a pass (after at
*> least one full one) replays on to the end of it, so its end
*> state is taken at a pass boundary like every other worker's.
*> These transactions count and are timed like the rest.
finish_current_pass.
    if passes_done = 0 or not trans_is_open or rpl_has_failed
        or pass_reads = 0
        exit paragraph
    end-if
    perform until not trans_is_open or rpl_has_failed
        call "gettimeofday" using op_tv_prev null
        read trans_file
            at end
                close trans_file
                move "N" to trans_open
                add 1 to passes_done
            not at end
                if tf_line not = spaces
                    and tf_line(1:1) not = "*"
                    and tf_line(1:1) not = "#"
                    add 1 to pass_reads
                    perform apply_one_transaction
                    call "gettimeofday" using op_tv_now null
                    call "lat_bucket" using op_tv_prev op_tv_now
                        lat_hist_out
                end-if
        end-read
    end-perform.

*> hand back the next transaction line, starting a new pass over
*> the file at end of file. A pass that yields no transactions at
*> all means the file is empty or unreadable -- fail the phase
                    set rpl_has_failed to true
                    move 1 to return-code
                else
                    add 1 to passes_done
                    open input trans_file
                    if tf_file_status not = "00"
                        set rpl_has_failed to true
    read master_copy_file
        invalid key
            add 1 to rejected
            move "NOTFOUND" to reject_reason
            compute reject_pass = passes_done + 1
            perform write_reject_line
        not invalid key
            move rec_data to mc_data
            rewrite mc_record
                invalid key
                    continue
            end-rewrite
            if mc_file_status = "00"
                add 1 to ops
            else
                add 1 to rejected
                move spaces to reject_reason
                string "REWRITE-" mc_file_status delimited by size
                    into reject_reason
                end-string
                compute reject_pass = passes_done + 1
                perform write_reject_line
            end-if
    end-read.

*> one line of the reject detail file for the key in rec_key. The
*> file is opened on the first reject and kept open for the phase;
*> it is not scratch, so it outlives the worker. A reject file that
*> cannot be written is reported once and the replay carries on --
*> the rejected count still reaches the worker record.
write_reject_line.
    if not reject_is_open
        if reject_has_failed
            exit paragraph
        end-if
        open extend reject_file
        if rj_file_status not = "00" and rj_file_status not = "05"
            display "mpmt1: rpl_loop pid " rpl_pid_disp
                " cannot write reject file "
                function trim(reject_filename)
                ", file status " rj_file_status
            set reject_has_failed to true
            exit paragraph
        end-if
        set reject_is_open to true
    end-if
    move run_id_in to rj_run_id
    move space to rj_sep0
    move rpl_pid_disp to rj_pid
    move space to rj_sep1
    move phase_in to rj_phase
    move space to rj_sep2
    move reject_pass to rj_pass
    move space to rj_sep3
    move rec_key to rj_key
    move space to rj_sep4
    move reject_reason to rj_reason
    write rj_record.

*> count and checksum the master copy in key order, then hold it
*> against the expected end state if there is one.
take_end_state.
    move passes_done to end_passes_out
    move 1 to adler_a
    move 0 to adler_b
    move 0 to end_records_out
    move low-values to mc_key
    start master_copy_file key is >= mc_key
        invalid key
            set mc_at_eof to true
        not invalid key
            move "N" to mc_eof
    end-start
    perform until mc_at_eof
        read master_copy_file next record
            at end
                set mc_at_eof to true
            not at end
                add 1 to end_records_out
                perform checksum_one_record
        end-read
    end-perform
    compute end_checksum_out = adler_b * 65536 + adler_a
    if passes_done = 0
        move "PARTIAL" to end_state_out
        exit paragraph
    end-if
    move "OK" to end_state_out
    if expect_path_ws not = spaces
        perform compare_expected_state
    end-if.

checksum_one_record.
    move 1 to adler_i
    perform until adler_i > 128
        compute adler_a = function mod(
            adler_a + function ord(mc_record(adler_i:1)) - 1,
            adler_mod)
        compute adler_b = function mod(adler_b + adler_a, adler_mod)
        add 1 to adler_i
    end-perform.

*> every expected record must be in the copy with the same data;
*> copy records the expected file does not name are extras.
compare_expected_state.
    open input expect_file
    if ex_file_status not = "00"
        display "mpmt1: rpl_loop cannot open expected end state "
            function trim(expect_path_ws)
            ", file status " ex_file_status
        move "FAILED" to end_state_out
        exit paragraph
    end-if
    move 0 to exp_found
    move "N" to ex_eof
    perform until ex_at_eof
        read expect_file
            at end
                set ex_at_eof to true
            not at end
                perform compare_one_expected
        end-read
    end-perform
    close expect_file
    if end_records_out > exp_found
        compute end_extra_out = end_records_out - exp_found
    end-if
    if end_diff_out > 0 or end_missing_out > 0 or end_extra_out > 0
        move "DIFF" to end_state_out
    end-if.

compare_one_expected.
    if ex_line = spaces
        or ex_line(1:1) = "*" or ex_line(1:1) = "#"
        exit paragraph
    end-if
    move spaces to rec_key rec_data
    unstring ex_line delimited by " "
        into rec_key rec_data
    end-unstring
    move rec_key to mc_key
    read master_copy_file
        invalid key
            add 1 to end_missing_out
            move "ENDSTATE-MISSING" to reject_reason
            move 0 to reject_pass
            perform write_reject_line
        not invalid key
            add 1 to exp_found
            if mc_data = rec_data
                add 1 to end_matched_out
            else
                add 1 to end_diff_out
                move "ENDSTATE-DIFF" to reject_reason
                move 0 to reject_pass
                perform write_reject_line
            end-if
    end-read.

end program rpl_loop.
    01 cyc pic 99 value 0.
    01 sleep_secs pic 9(5) value 0.
    01 one_sec pic 9 value 1.
    *> per-operation timing: the gettimeofday values either side of
    *> each operation, handed to lat_bucket for the histogram. The
    *> loop's own clock reading doubles as the next operation's start.
    01 op_tv_prev.
        05 op_prev_sec  usage binary-c-long.
        05 op_prev_usec usage binary-c-long.
    01 op_tv_now.
        05 op_now_sec   usage binary-c-long.
        05 op_now_usec  usage binary-c-long.
linkage section.
    01 duration pic 9999.
    01 intensity pic 999.
    01 achieved_out pic 999.
    01 verified_out usage binary-c-long.
    01 corrupt_out  usage binary-c-long.
    01 lat_hist_out.
        05 lat_count_out  usage binary-c-long.
        05 lat_sum_us_out usage binary-c-long.
        05 lat_max_us_out usage binary-c-long.
        05 lat_bucket_out usage binary-c-long occurs 12 times.

procedure division using duration, intensity, run_id_in,
    verify_flag, ts_start_out, ts_now_out, ts_diff_out, ops_out,
    achieved_out, verified_out, corrupt_out, lat_hist_out.

    call "C$GETPID" returning io_pid.
    move io_pid to io_pid_disp.
        into io_filename
    end-string.

    call "gettimeofday" using op_tv_prev null.
    move op_prev_sec to ts_start.
    initialize lat_hist_out.

    compute busy_slots = (intensity + 5) / 10.
    if busy_slots < 1
                    exit perform
                end-if
                add 256 to ops
                call "gettimeofday" using op_tv_now null
                call "lat_bucket" using op_tv_prev op_tv_now
                    lat_hist_out
            else
                call "C$SLEEP" using one_sec
                add 1 to sleep_secs
                call "gettimeofday" using op_tv_now null
            end-if
            move op_tv_now to op_tv_prev
            move op_now_sec to ts_now
            subtract ts_start from ts_now giving ts_diff
        end-perform
        close io_work_file
        add 1 to corrupt
    end-if.
end program io_loop.

*>
*> srt_loop subroutine: sort pressure. Each pass writes a scratch
*> file of keyed records (named after its own pid, so workers don't
*> collide) -- keys random, or already in key order -- and runs a
*> COBOL SORT on it, then reads the sorted output back to check it
*> really is in key sequence with every record present. Sorted
*> outputs alternate between two files, so with merge requested
*> every second pass also MERGEs the pair and checks the result.
*> Passes repeat until duration seconds have passed; the scratch
*> files are deleted on the way out.
*>
*> ops counts records sorted (merged records are not counted
*> again); records found in sequence are verified, and records out
*> of sequence or missing are corrupt. Only the SORT and MERGE
*> statements are timed for the histogram, not the generation or
*> the check. A pass is never cut short, so a large SORT_RECORDS
*> can finish a little late -- the overrun grace covers it.
*>
identification division.
program-id. srt_loop.

environment division.
input-output section.
file-control.
    select srt_in_file assign to dynamic srt_in_name
        organization line sequential
        file status is srt_file_status.
    select srt_out1_file assign to dynamic srt_out1_name
        organization line sequential
        file status is srt_file_status.
    select srt_out2_file assign to dynamic srt_out2_name
        organization line sequential
        file status is srt_file_status.
    select srt_mrg_file assign to dynamic srt_mrg_name
        organization line sequential
        file status is srt_file_status.
    select srt_chk_file assign to dynamic srt_chk_name
        organization line sequential
        file status is srt_file_status.
    select srt_work_file assign to "SORTWORK".

data division.
file section.
fd  srt_in_file.
    01 srt_in_record.
        05 si_key  pic 9(10).
        05 si_sep1 pic x.
        05 si_seq  pic 9(9).
        05 si_sep2 pic x.
        05 si_pid  pic 9(9).
        05 si_sep3 pic x.
        05 si_fill pic x(49).
fd  srt_out1_file.
    01 srt_out1_record pic x(80).
fd  srt_out2_file.
    01 srt_out2_record pic x(80).
fd  srt_mrg_file.
    01 srt_mrg_record pic x(80).
fd  srt_chk_file.
    01 srt_chk_record.
        05 sc_pair.
            10 sc_key  pic 9(10).
            10 sc_sep1 pic x.
            10 sc_seq  pic 9(9).
        05 filler pic x(60).
sd  srt_work_file.
    01 srt_work_record.
        05 sw_key  pic 9(10).
        05 sw_sep1 pic x.
        05 sw_seq  pic 9(9).
        05 filler  pic x(60).

working-storage section.
    01 ts_start usage binary-c-long.
    01 ts_now   usage binary-c-long.
    01 ts_diff  usage binary-c-long value 0.
    01 srt_pid pic s9(9) binary.
    01 srt_pid_disp pic 9(9).
    01 srt_in_name  pic x(64) value spaces.
    01 srt_out1_name pic x(64) value spaces.
    01 srt_out2_name pic x(64) value spaces.
    01 srt_mrg_name pic x(64) value spaces.
    01 srt_chk_name pic x(64) value spaces.
    01 srt_file_status pic xx.
    01 ops usage binary-c-long value 0.
    01 passes usage binary-c-long value 0.
    01 merges usage binary-c-long value 0.
    01 verified usage binary-c-long value 0.
    01 corrupt  usage binary-c-long value 0.
    01 wseq     usage binary-c-long value 0.
    01 rseq     usage binary-c-long value 0.
    *> how many records the file being checked must hold.
    01 expect_count usage binary-c-long value 0.
    01 srt_rand pic v9(9) value 0.
    01 prev_pair pic x(20) value low-values.
    01 srt_eof pic x value "N".
        88 srt_at_eof value "Y".
    01 srt_failed pic x value "N".
        88 srt_has_failed value "Y".
    01 del_rc pic s9(9) binary.
    *> duty-cycle bookkeeping, as in busy_loop: intensity caps the
    *> sort rate by only sorting busy_slots seconds in every ten.
    01 busy_slots pic 99 value 10.
    01 cyc pic 99 value 0.
    01 sleep_secs pic 9(5) value 0.
    01 one_sec pic 9 value 1.
    *> per-operation timing: the gettimeofday values either side of
    *> each SORT or MERGE, handed to lat_bucket for the histogram.
    01 op_tv_prev.
        05 op_prev_sec  usage binary-c-long.
        05 op_prev_usec usage binary-c-long.
    01 op_tv_now.
        05 op_now_sec   usage binary-c-long.
        05 op_now_usec  usage binary-c-long.
linkage section.
    01 duration pic 9999.
    01 intensity pic 999.
    01 run_id_in pic 9(15).
    01 sort_records pic 9(9).
    01 key_order pic x.
        88 keys_ordered value "O".
    01 merge_flag pic x.
        88 merge_requested value "Y".
    01 ts_start_out usage binary-c-long.
    01 ts_now_out   usage binary-c-long.
    01 ts_diff_out  usage binary-c-long.
    01 ops_out      usage binary-c-long.
    01 achieved_out pic 999.
    01 verified_out usage binary-c-long.
    01 corrupt_out  usage binary-c-long.
    01 lat_hist_out.
        05 lat_count_out  usage binary-c-long.
        05 lat_sum_us_out usage binary-c-long.
        05 lat_max_us_out usage binary-c-long.
        05 lat_bucket_out usage binary-c-long occurs 12 times.
    01 passes_out   usage binary-c-long.
    01 merges_out   usage binary-c-long.

procedure division using duration, intensity, run_id_in,
    sort_records, key_order, merge_flag, ts_start_out, ts_now_out,
    ts_diff_out, ops_out, achieved_out, verified_out, corrupt_out,
    lat_hist_out, passes_out, merges_out.

    call "C$GETPID" returning srt_pid.
    move srt_pid to srt_pid_disp.
    move spaces to srt_in_name srt_out1_name srt_out2_name
        srt_mrg_name.
    string "mpmt1_srt_" delimited by size
        srt_pid_disp delimited by size
        ".in" delimited by size
        into srt_in_name
    end-string.
    string "mpmt1_srt_" delimited by size
        srt_pid_disp delimited by size
        ".s1" delimited by size
        into srt_out1_name
    end-string.
    string "mpmt1_srt_" delimited by size
        srt_pid_disp delimited by size
        ".s2" delimited by size
        into srt_out2_name
    end-string.
    string "mpmt1_srt_" delimited by size
        srt_pid_disp delimited by size
        ".mrg" delimited by size
        into srt_mrg_name
    end-string.

    call "gettimeofday" using op_tv_prev null.
    move op_prev_sec to ts_start.
    move op_prev_sec to ts_now.
    initialize lat_hist_out.
    *> random keys: seeded from the pid, so no two workers sort
    *> the same file.
    compute srt_rand = function random(srt_pid).

    compute busy_slots = (intensity + 5) / 10.
    if busy_slots < 1
        move 1 to busy_slots
    end-if.
    if busy_slots > 10
        move 10 to busy_slots
    end-if.

    *> all counters reset on entry: a scenario worker comes back
    *> here once per phase.
    move 0 to ops passes merges verified corrupt
    move 0 to ts_diff
    move 0 to sleep_secs
    move "N" to srt_failed
    perform until ts_diff >= duration or srt_has_failed
        compute cyc = function mod(ts_diff, 10)
        if cyc < busy_slots
            perform sort_one_pass
        else
            call "C$SLEEP" using one_sec
            add 1 to sleep_secs
        end-if
        call "gettimeofday" using op_tv_now null
        move op_now_sec to ts_now
        subtract ts_start from ts_now giving ts_diff
    end-perform.
    *> RETURNING keeps the deletes' status out of RETURN-CODE, so a
    *> failed pass still reports its nonzero exit.
    call "CBL_DELETE_FILE" using srt_in_name returning del_rc.
    call "CBL_DELETE_FILE" using srt_out1_name returning del_rc.
    call "CBL_DELETE_FILE" using srt_out2_name returning del_rc.
    call "CBL_DELETE_FILE" using srt_mrg_name returning del_rc.
    if corrupt > 0
        display "mpmt1: srt_loop pid " srt_pid_disp " found "
            corrupt " record(s) out of sequence or missing"
    end-if.
    display "Expired (srt)...".

    if ts_diff > 0
        compute achieved_out = (ts_diff - sleep_secs) * 100 / ts_diff
    else
        move intensity to achieved_out
    end-if.
    move ts_start to ts_start_out
    move ts_now   to ts_now_out
    move ts_diff  to ts_diff_out
    move ops      to ops_out
    move verified to verified_out
    move corrupt  to corrupt_out
    move passes   to passes_out
    move merges   to merges_out.

    *> the helper paragraphs below are PERFORMed only: without this
    *> the main flow would fall straight through into them.
    goback.

*> one pass: fresh input, SORT into the output due this time round
*> (odd passes .s1, even passes .s2), check it; after an even pass
*> with merge requested, MERGE the pair and check that too.
sort_one_pass.
    perform write_sort_input
    if srt_has_failed
        exit paragraph
    end-if
    call "gettimeofday" using op_tv_prev null
    if function mod(passes, 2) = 0
        sort srt_work_file
            on ascending key sw_key sw_seq
            using srt_in_file
            giving srt_out1_file
        move srt_out1_name to srt_chk_name
    else
        sort srt_work_file
            on ascending key sw_key sw_seq
            using srt_in_file
            giving srt_out2_file
        move srt_out2_name to srt_chk_name
    end-if
    if sort-return not = 0
        display "mpmt1: srt_loop SORT failed, sort-return "
            sort-return
        set srt_has_failed to true
        move 1 to return-code
        exit paragraph
    end-if
    call "gettimeofday" using op_tv_now null
    call "lat_bucket" using op_tv_prev op_tv_now lat_hist_out
    add 1 to passes
    add sort_records to ops
    move sort_records to expect_count
    perform check_sorted_file
    if merge_requested and function mod(passes, 2) = 0
        and not srt_has_failed
        call "gettimeofday" using op_tv_prev null
        merge srt_work_file
            on ascending key sw_key sw_seq
            using srt_out1_file srt_out2_file
            giving srt_mrg_file
        if sort-return not = 0
            display "mpmt1: srt_loop MERGE failed, sort-return "
                sort-return
            set srt_has_failed to true
            move 1 to return-code
            exit paragraph
        end-if
        call "gettimeofday" using op_tv_now null
        call "lat_bucket" using op_tv_prev op_tv_now lat_hist_out
        add 1 to merges
        move srt_mrg_name to srt_chk_name
        compute expect_count = sort_records * 2
        perform check_sorted_file
    end-if.

*> the keyed input: sort_records records, sequence numbered, keys
*> random or equal to the sequence number (already in key order).
write_sort_input.
    open output srt_in_file
    if srt_file_status not = "00"
        display "mpmt1: srt_loop could not open "
            function trim(srt_in_name) ", file status "
            srt_file_status
        set srt_has_failed to true
        move 1 to return-code
        exit paragraph
    end-if
    move space to si_sep1 si_sep2 si_sep3
    move srt_pid_disp to si_pid
    move all "S" to si_fill
    move 0 to wseq
    perform until wseq >= sort_records
        add 1 to wseq
        if keys_ordered
            move wseq to si_key
        else
            compute si_key = function random * 9999999999
        end-if
        move wseq to si_seq
        write srt_in_record
        if srt_file_status not = "00"
            display "mpmt1: srt_loop could not write "
                function trim(srt_in_name) ", file status "
                srt_file_status
            set srt_has_failed to true
            move 1 to return-code
            exit perform
        end-if
    end-perform
    close srt_in_file.

*> read a sorted (or merged) file back: every record must come at
*> or after the one before it in key order, and all expect_count
*> of them must be there. Anything short is corruption too.
check_sorted_file.
    open input srt_chk_file
    if srt_file_status not = "00"
        display "mpmt1: srt_loop could not re-open "
            function trim(srt_chk_name) " for verify, file status "
            srt_file_status
        add expect_count to corrupt
        set srt_has_failed to true
        move 1 to return-code
        exit paragraph
    end-if
    move 0 to rseq
    move low-values to prev_pair
    move "N" to srt_eof
    perform until srt_at_eof
        read srt_chk_file
            at end
                set srt_at_eof to true
            not at end
                add 1 to rseq
                if rseq > expect_count
                    add 1 to corrupt
                else
                    if sc_pair < prev_pair
                        add 1 to corrupt
                    else
                        add 1 to verified
                    end-if
                    move sc_pair to prev_pair
                end-if
        end-read
    end-perform
    close srt_chk_file
    if rseq < expect_count
        compute corrupt = corrupt + (expect_count - rseq)
    end-if.
end program srt_loop.

*>
*> lat_bucket subroutine: file one operation's response time into
*> the caller's histogram. The load loops call it with the
*> gettimeofday values taken either side of the operation; the
*> bucket bounds are the ones the LATHIST record documents, the last
*> bucket taking everything of one second or more.
*>
identification division.
program-id. lat_bucket.

data division.
working-storage section.
    01 op_us usage binary-c-long value 0.
    01 bidx pic 99 value 1.
    01 bound_values.
        05 filler pic 9(7) value 50.
        05 filler pic 9(7) value 100.
        05 filler pic 9(7) value 250.
        05 filler pic 9(7) value 500.
        05 filler pic 9(7) value 1000.
        05 filler pic 9(7) value 2500.
        05 filler pic 9(7) value 5000.
        05 filler pic 9(7) value 10000.
        05 filler pic 9(7) value 25000.
        05 filler pic 9(7) value 100000.
        05 filler pic 9(7) value 1000000.
    01 bound_table redefines bound_values.
        05 bucket_bound pic 9(7) occurs 11 times.
linkage section.
    01 tv_before.
        05 tv_before_sec  usage binary-c-long.
        05 tv_before_usec usage binary-c-long.
    01 tv_after.
        05 tv_after_sec   usage binary-c-long.
        05 tv_after_usec  usage binary-c-long.
    01 lat_hist.
        05 lat_count  usage binary-c-long.
        05 lat_sum_us usage binary-c-long.
        05 lat_max_us usage binary-c-long.
        05 lat_in_bucket usage binary-c-long occurs 12 times.

procedure division using tv_before, tv_after, lat_hist.

    compute op_us = (tv_after_sec - tv_before_sec) * 1000000
        + tv_after_usec - tv_before_usec.
    *> the wall clock can be stepped back under a running worker;
    *> such an operation counts as instantaneous.
    if op_us < 0
        move 0 to op_us
    end-if.

    move 1 to bidx.
    perform until bidx > 11
        or op_us < bucket_bound(bidx)
        add 1 to bidx
    end-perform.
    add 1 to lat_in_bucket(bidx).
    add 1 to lat_count.
    add op_us to lat_sum_us.
    if op_us > lat_max_us
        move op_us to lat_max_us
    end-if.
end program lat_bucket.

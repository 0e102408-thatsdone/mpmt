*>                     elapsed statistics, so a low-throughput run
*>                     can be separated into "mpmt1 got slower" vs
*>                     "something else was eating the machine".
*>   * 2026/10/15     Understand the OPKILL records mpmt1 logs for a
*>                     worker killed from the mpmt1mon console, and
*>                     the OPER audit records the console writes: an
*>                     operator-killed worker no longer reads as a
*>                     forked/worker-record MISMATCH, and the per-run
*>                     block counts the operator actions taken.
*>   * 2026/10/15     Pick up the LATHIST response-time histograms
*>                     mpmt1 now logs per worker phase: p50/p95/p99/
*>                     max latency per run and per worker, a
*>                     TAIL-BLOWOUT flag on any phase whose tail went
*>                     long while its average stayed in line with the
*>                     run's, and the same figures in both CSVs.
*>   * 2026/10/15     Pick up the profile name and version mpmt1 now
*>                     stamps into the RUNCTX of a "-p" run: a trend
*>                     by profile section lists each profile's runs
*>                     in order with workers, ops/s and p95 latency,
*>                     marks where the profile's version changed, and
*>                     gives the first-to-last ops/s change; the
*>                     runs CSV carries profile and profile_version.
*>   * 2026/10/15     Pick up the RPLEND end-state records RPL
*>                     workers now log and the RPLREC reconciliation
*>                     record mpmt1 writes after them: the per-run
*>                     block gives the replay verdict, a mismatch is
*>                     flagged as prominently as data corruption, and
*>                     the runs CSV carries replay_verdict.
*>   * 2026/10/15     Pick up the PSTAT process-stats records mpmt1
*>                     now logs per running worker on each heartbeat:
*>                     one line per worker with the CPU it received
*>                     as a percentage of wall-clock time next to its
*>                     requested and achieved intensity, flagged
*>                     STARVED when the scheduler preempted it well
*>                     short of what it asked for and MIGRATED when
*>                     it was seen running off its pinned core; the
*>                     runs CSV carries both counts.
*>   * 2026/10/15     Pick up the change ticket and approver mpmt1
*>                     now stamps into the RUNCTX of a run on a host
*>                     protected in the mpmt1aut register, and the
*>                     REFUSED records it logs for runs it would not
*>                     start: a runs-on-protected-hosts section lists
*>                     every run on such a host with the ticket,
*>                     approver and register terms it ran under (or
*>                     UNAUTHORIZED), and every refused attempt; the
*>                     runs CSV carries ticket and approver.
*>   * 2026/10/15     Pick up the SRT load type's figures: a sort
*>                     line per run with records sorted, sort and
*>                     merge passes and records sorted per second;
*>                     the runs CSV carries all four and the phases
*>                     CSV the passes and rate of each phase record.
*>   * 2026/10/15     Take the profile and the ticket and approver
*>                     from the RUNCTX record mpmt1 writes behind the
*>                     RUNHDR, which keeps its original layout.
*>   * 2026/10/15     Report an UNPROVEN replay verdict (no RPL phase
*>                     finished a full pass) on a line of its own,
*>                     and take records sorted per second over the
*>                     wall-clock span of the run's SRT phases.
*> Usage:
*>   * `$ cobc -x -free -o mpmt1rpt mpmt1rpt.cob`
*>   * run it in the directory holding mpmt1.log.
*>     exports out of the archive.
*>   * `mpmt1rpt -m hosta.log hostb.log ...` merges up to 8 hosts'
*>     logs and prints the side-by-side consolidation report.
*>   * the runs-on-protected-hosts section reads the authorization
*>     register mpmt1.aut from the current directory when there is
*>     one; without it, hosts are known to be protected only from
*>     the tickets and refusals in the log.
*> RETURN-CODEs:
*>   0  - report produced (and comparison, if any, within tolerance)
*>   2  - no run records found in mpmt1.log
    select merge_log_file assign to dynamic merge_path
        organization line sequential
        file status is mg_file_status.
    select optional auth_file assign to "mpmt1.aut"
        organization indexed
        access mode dynamic
        record key ae_key
        file status is ae_file_status.
    select runs_csv_file assign to dynamic runs_csv_path
        organization line sequential
        file status is cv_file_status.
            10 ar_seq    pic 9(6).
        05 ar_line pic x(256).

*> the mpmt1aut authorization register, laid out as mpmt1aut keeps
*> it: one entry per protected host label and change ticket.
fd  auth_file.
    01 auth_record.
        05 ae_key.
            10 ae_host       pic x(32).
            10 ae_ticket     pic x(12).
        05 ae_status         pic x.
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

fd  merge_log_file.
    01 mg_line pic x(256).

    01 csv_run_disp pic 9(15) value 0.
    01 csv_phase_count pic 9(6) value 0.
    01 csv_tag pic x(8) value spaces.
    01 csv_lat0 pic -(17)9.
    01 csv_lat1 pic -(11)9.
    01 csv_lat2 pic -(11)9.
    01 csv_lat3 pic -(11)9.
    01 csv_lat4 pic -(11)9.
    01 csv_lat5 pic -(8)9.
    01 csv_srt1 pic -(17)9.
    01 csv_srt2 pic -(11)9.
    01 csv_srt3 pic -(11)9.
    01 csv_srt4 pic -(17)9.

    *> "-m log..." consolidation mode: several hosts' logs merged
    *> into the one run table, slots keyed by run-id plus host
    *> first token tells the record type apart: "RUNHDR", a summary
    *> tag, or a bare run-id on a per-worker record.
    01 tok_table.
        05 tok occurs 32 times pic x(80).
    01 tok_count pic 99 value 0.

    01 rec_run_id   pic 9(15).
    01 rec_pin_rc   pic s9(9).
    01 rec_over     pic s9(9).
    01 rec_ops      pic s9(18).
    01 rec_srt_start pic s9(18).
    01 rec_srt_end   pic s9(18).
    01 rec_phase    pic 99.
    01 run_ops_sec  pic 9(18) value 0.
    01 disp_ops     pic z(17)9.
    01 disp_rate    pic z(11)9.
    01 srt_rate     pic 9(18) value 0.

    *> one accumulation slot per run seen in the log. Worker records
    *> are matched to their run by run-id, so records from
            10 rt_tm_sum_load pic s9(12).
            10 rt_tm_min_load pic 9(7).
            10 rt_tm_max_load pic 9(7).
            *> operator console activity: workers killed on request
            *> (OPKILL) and audited console actions (OPER).
            10 rt_opkills     pic 9(4).
            10 rt_oper_count  pic 9(4).
            *> response times: every LATHIST histogram of the run
            *> folded together, and how many phases were flagged for
            *> a tail blowout when the run was reported.
            10 rt_lat_count   pic s9(15).
            10 rt_lat_sum_us  pic s9(18).
            10 rt_lat_max_us  pic s9(12).
            10 rt_lat_bucket  pic s9(15) occurs 12 times.
            10 rt_tail_flags  pic 9(4).
            *> the mpmt1prf profile a "-p" run was started from,
            *> spaces for a run started any other way.
            10 rt_profile     pic x(24).
            10 rt_prof_version pic 9(4).
            *> batch replay reconciliation: the RPLEND end-state
            *> records of the run's RPL worker phases, and the
            *> RPLREC verdict mpmt1 reached across them (spaces when
            *> the run never got as far as writing one).
            10 rt_rpl_ends    pic 9(4).
            10 rt_rpl_bad     pic 9(4).
            10 rt_rpl_verdict pic x(8).
            10 rt_rpl_phases  pic 9(4).
            10 rt_rpl_differ  pic 9(4).
            10 rt_rpl_exp_failed pic 9(4).
            10 rt_rpl_checksum pic x(10).
            *> scheduler verdicts off the PSTAT records, counted
            *> when the run is reported.
            10 rt_starved     pic 9(4).
            10 rt_migrated    pic 9(4).
            *> the mpmt1aut authorization the run went under: "-"
            *> on a host that was not protected, spaces for a run
            *> logged without a RUNCTX record.
            10 rt_ticket      pic x(12).
            10 rt_approver    pic x(12).
            *> SRT worker phases: records sorted (their ops), sort and
            *> merge passes, and the earliest start and latest end
            *> among them (0 until one is seen) -- the wall-clock span
            *> the records-sorted-per-second figure is taken over, so
            *> phases run one after another are not counted as if
            *> they had run side by side.
            10 rt_srt_phases  pic 9(4).
            10 rt_srt_records pic s9(18).
            10 rt_srt_passes  pic s9(12).
            10 rt_srt_merges  pic s9(12).
            10 rt_srt_first   pic s9(18).
            10 rt_srt_last    pic s9(18).
    01 ridx pic 9(4).
    01 cur  pic 9(4) value 0.

    *> one entry per LATHIST record (one worker phase), kept for the
    *> per-worker breakdown, the tail-blowout check and the phase CSV.
    01 max_lat pic 9(4) value 4000.
    01 lat_count pic 9(4) value 0.
    01 lat_dropped pic 9(6) value 0.
    01 lat_table.
        05 lat_entry occurs 4000 times.
            10 le_run_slot pic 9(4).
            10 le_run_id   pic 9(15).
            10 le_pid      pic 9(9).
            10 le_phase    pic 99.
            10 le_load     pic x(3).
            10 le_count    pic s9(15).
            10 le_sum_us   pic s9(18).
            10 le_max_us   pic s9(12).
            10 le_bucket   pic s9(15) occurs 12 times.
    01 lidx pic 9(4) value 0.
    01 ljdx pic 9(4) value 0.
    01 lat_first pic x value "Y".
        88 lat_first_for_pid value "Y".
    01 lat_bidx pic 99 value 0.
    01 lat_pid pic 9(9) value 0.
    01 lat_phase pic 99 value 0.

    *> one entry per worker seen in PSTAT records: its latest sample
    *> (the counters are cumulative, so the last one covers the whole
    *> worker), whether any sample caught it off its pinned core,
    *> and its requested/achieved intensity off its worker records.
    *> A worker is STARVED when it got less than starve_pct percent
    *> of the CPU it asked for and was preempted more often than it
    *> gave the CPU up itself -- an IO-bound worker waiting on the
    *> disk yields voluntarily and is not flagged.
    01 max_pst pic 9(4) value 4000.
    01 pst_count pic 9(4) value 0.
    01 pst_dropped pic 9(6) value 0.
    01 starve_pct pic 999 value 80.
    01 pst_table.
        05 pst_entry occurs 4000 times.
            10 pe_run_slot pic 9(4).
            10 pe_pid      pic 9(9).
            10 pe_samples  pic 9(6).
            10 pe_ran_for  pic 9(7).
            10 pe_core     pic s9(4).
            10 pe_cpu_cs   pic 9(13).
            10 pe_rss_kb   pic 9(12).
            10 pe_vol_csw  pic 9(12).
            10 pe_invol_csw pic 9(12).
            10 pe_last_cpu pic 9(4).
            10 pe_moved    pic x.
                88 pe_was_moved value "Y".
            10 pe_sum_int  pic 9(7).
            10 pe_sum_ach  pic 9(7).
            10 pe_int_recs pic 9(4).
    01 pidx pic 9(4) value 0.
    01 pst_pid pic 9(9) value 0.
    01 pst_ran_for pic 9(7) value 0.
    01 pst_cpu_pct pic 9(5) value 0.
    01 pst_int_pct pic 9(5) value 0.
    01 pst_ach_pct pic 9(5) value 0.
    01 pst_flags pic x(20) value spaces.
    01 disp_pst_cpu pic zzzz9.
    01 disp_pst_int pic zzzz9.
    01 disp_pst_ach pic zzzz9.
    01 disp_pst_rss pic z(11)9.
    01 disp_pst_vol pic z(11)9.
    01 disp_pst_inv pic z(11)9.
    01 disp_pst_core pic -(3)9.
    01 disp_pst_last pic z(3)9.

    *> percentile work area: a histogram is loaded here, and each
    *> percentile is read off as the upper bound of the bucket it
    *> falls in, capped at the longest time actually seen (the open
    *> top bucket reads as that longest time).
    01 pct_hist.
        05 pct_count  pic s9(15).
        05 pct_sum_us pic s9(18).
        05 pct_max_us pic s9(12).
        05 pct_bucket pic s9(15) occurs 12 times.
    01 pct_want pic 999 value 0.
    01 pct_target pic s9(15) value 0.
    01 pct_cum pic s9(15) value 0.
    01 pct_k pic 99 value 0.
    01 pct_value pic s9(12) value 0.
    01 pct_p50 pic s9(12) value 0.
    01 pct_p95 pic s9(12) value 0.
    01 pct_p99 pic s9(12) value 0.
    01 pct_mean pic s9(12)v99 value 0.
    01 run_lat_mean pic s9(12)v99 value 0.
    01 lat_bound_values.
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
    01 lat_bound_table redefines lat_bound_values.
        05 lat_bound pic 9(7) occurs 11 times.
    *> a phase's tail has blown out when its p99 is at least ten
    *> times its p50 and past a millisecond, while its mean time per
    *> operation stays within a quarter of the run's -- the average
    *> rate looked fine, the stalls were hiding in it.
    01 tail_ratio pic 99 value 10.
    01 tail_floor_us pic 9(7) value 1000.
    01 tail_mean_slack pic 9v99 value 1.25.
    01 disp_l1 pic z(11)9.
    01 disp_l2 pic z(11)9.
    01 disp_l3 pic z(11)9.
    01 disp_l4 pic z(11)9.
    01 disp_l5 pic z(14)9.
    01 disp_lm pic z(11)9.99.
    01 disp_lm2 pic z(11)9.99.

    *> trend by profile: the distinct profiles seen, in order of
    *> first appearance, and the running figures for the one being
    *> reported.
    01 max_profiles pic 9(4) value 100.
    01 prof_count pic 9(4) value 0.
    01 prof_table.
        05 prof_name occurs 100 times pic x(24).
    01 prof_idx pic 9(4) value 0.
    01 prof_jdx pic 9(4) value 0.
    01 prof_runs pic 9(4) value 0.
    01 prof_prev_version pic 9(4) value 0.
    01 prof_first_version pic 9(4) value 0.
    01 prof_last_version pic 9(4) value 0.
    01 prof_first_rate pic 9(18) value 0.
    01 prof_last_rate pic 9(18) value 0.
    01 prof_change_pct pic s9(7)v9 value 0.
    01 disp_pct pic -(7)9.9.
    01 prof_p95_text pic x(12) value spaces.
    01 prof_marker pic x(20) value spaces.

    *> runs on protected hosts, for the auditors: the REFUSED
    *> attempts (kept apart from the run slots -- a refused run
    *> never ran), the host labels known to be protected -- from
    *> the register, the tickets in the log and the refusals -- and
    *> the running counts for the host being reported.
    01 max_refused pic 9(4) value 500.
    01 ref_count pic 9(4) value 0.
    01 ref_dropped pic 9(6) value 0.
    01 ref_table.
        05 ref_entry occurs 500 times.
            10 rf_run_id    pic 9(15).
            10 rf_requested pic 9(4).
            10 rf_load_type pic x(3).
            10 rf_user      pic x(16).
            10 rf_reason    pic x(8).
            10 rf_host      pic x(32).
    01 rfx pic 9(4) value 0.
    01 max_prot_hosts pic 9(4) value 100.
    01 prot_count pic 9(4) value 0.
    01 prot_table.
        05 prot_host occurs 100 times pic x(32).
    01 prot_idx pic 9(4) value 0.
    01 prot_jdx pic 9(4) value 0.
    01 prot_name pic x(32) value spaces.
    01 prot_runs pic 9(4) value 0.
    01 prot_authorized pic 9(4) value 0.
    01 prot_unauthorized pic 9(4) value 0.
    01 prot_refused pic 9(4) value 0.
    01 prot_total_unauth pic 9(4) value 0.
    01 prot_terms pic x(96) value spaces.
    01 prot_days pic x(7) value spaces.
    01 prot_ptr pic 99 value 0.
    01 prot_day_letters pic x(7) value "MTWTFSS".
    01 prot_day_idx pic 9 value 0.
    01 ae_file_status pic xx.
    01 ae_eof pic x value "N".
        88 ae_at_eof value "Y".
    01 register_state pic x value "N".
        88 register_available value "Y".

    *> report working items
    01 avg_elapsed pic s9(9)v99 value 0.
    01 avg_over    pic s9(9)v99 value 0.
    end-if

    if run_count = 0
        *> a log holding nothing but refusals still has something
        *> to tell the auditors.
        if ref_count > 0 and not promote_baseline
            and not compare_baseline
            perform report_protected_hosts
        end-if
        if report_from_archive
            display "mpmt1rpt: no run records found in "
                function trim(archive_path)

    perform report_each_run
    perform report_trend
    perform report_profile_trend
    perform report_protected_hosts

    if export_csv
        perform export_runs_csv
        display "mpmt1rpt: " records_skipped
            " unrecognized record(s) skipped"
    end-if
    if lat_dropped > 0
        display "mpmt1rpt: " lat_dropped
            " latency histogram(s) beyond the per-worker table,"
            " counted in the run figures only"
    end-if
    if pst_dropped > 0
        display "mpmt1rpt: " pst_dropped
            " process-stats record(s) beyond the per-worker table"
            " not reported"
    end-if
    if ref_dropped > 0
        display "mpmt1rpt: " ref_dropped
            " refusal record(s) beyond the refusal table"
            " not reported"
    end-if

    *> baseline work always targets the latest run in the log --
    *> that is the run the change-control job just produced.
    unstring rl_line delimited by all " "
        into tok(1) tok(2) tok(3) tok(4) tok(5) tok(6) tok(7) tok(8)
             tok(9) tok(10) tok(11) tok(12) tok(13) tok(14) tok(15)
             tok(16) tok(17) tok(18) tok(19) tok(20) tok(21) tok(22)
             tok(23) tok(24) tok(25) tok(26) tok(27) tok(28) tok(29)
             tok(30) tok(31) tok(32)
        tallying in tok_count
    end-unstring
    evaluate true
            continue
        when tok(1) = "RUNHDR"
            perform take_run_header
        when tok(1) = "RUNCTX"
            perform take_run_context
        when tok(1) = "SUMMARY" or tok(1) = "ABORTED"
            or tok(1) = "DEADLINE" or tok(1) = "CRASHED"
            perform take_run_summary
            perform take_telem_record
        when tok(1) = "RESTART"
            perform take_restart_record
        when tok(1) = "OPKILL"
            perform take_opkill_record
        when tok(1) = "OPER"
            perform take_oper_record
        when tok(1) = "LATHIST"
            perform take_lathist_record
        when tok(1) = "RPLEND"
            perform take_rplend_record
        when tok(1) = "RPLREC"
            perform take_rplrec_record
        when tok(1) = "PSTAT"
            perform take_pstat_record
        when tok(1) = "REFUSED"
            perform take_refused_record
        when tok(1)(1:15) is numeric
            perform take_worker_record
        when other
        end-if
    end-if.

*> the RUNCTX record behind a run's RUNHDR: the profile it was
*> started from and the authorization it ran under. A run logged
*> before these records keeps spaces in both.
take_run_context.
    compute rec_run_id = function numval(tok(2))
    move "-" to rec_host
    if tok_count >= 7 and tok(7) not = spaces
        move tok(7) to rec_host
    end-if
    perform find_run_slot
    if cur > 0
        if tok_count >= 4 and tok(3) not = "-"
            move tok(3) to rt_profile(cur)
            compute rt_prof_version(cur) = function numval(tok(4))
        end-if
        if tok_count >= 6
            move tok(5) to rt_ticket(cur)
            move tok(6) to rt_approver(cur)
        end-if
    end-if.

*> a run mpmt1 refused to start on a protected host: kept in its
*> own table, since it has no figures to report.
take_refused_record.
    if ref_count >= max_refused
        add 1 to ref_dropped
        exit paragraph
    end-if
    add 1 to ref_count
    compute rf_run_id(ref_count) = function numval(tok(2))
    compute rf_requested(ref_count) = function numval(tok(4))
    move tok(5) to rf_load_type(ref_count)
    move tok(6) to rf_user(ref_count)
    move tok(7) to rf_reason(ref_count)
    move tok(8) to rf_host(ref_count).

take_run_summary.
    compute rec_run_id = function numval(tok(2))
    move "-" to rec_host
        set rt_was_restarted(cur) to true
    end-if.

*> an OPKILL record: a worker the operator had killed from the
*> console, which therefore left no worker record of its own.
take_opkill_record.
    compute rec_run_id = function numval(tok(2))
    move "-" to rec_host
    if tok_count >= 7 and tok(7) not = spaces
        move tok(7) to rec_host
    end-if
    perform find_run_slot
    if cur > 0
        add 1 to rt_opkills(cur)
    end-if.

*> an OPER audit record: one action taken from the console.
take_oper_record.
    compute rec_run_id = function numval(tok(2))
    move "-" to rec_host
    if tok_count >= 7 and tok(7) not = spaces
        move tok(7) to rec_host
    end-if
    perform find_run_slot
    if cur > 0
        add 1 to rt_oper_count(cur)
    end-if.

*> an RPLEND record: the end state one RPL worker phase left its
*> master copy in. Anything but OK (a differing or incomplete
*> copy, or one that could not be built) is counted against the run.
take_rplend_record.
    compute rec_run_id = function numval(tok(2))
    move "-" to rec_host
    if tok_count >= 14 and tok(14) not = spaces
        move tok(14) to rec_host
    end-if
    perform find_run_slot
    if cur > 0
        add 1 to rt_rpl_ends(cur)
        if tok(13) not = "OK"
            add 1 to rt_rpl_bad(cur)
        end-if
    end-if.

*> an RPLREC record: mpmt1's reconciliation of every RPL phase's
*> end state against the others and against any expected file.
take_rplrec_record.
    compute rec_run_id = function numval(tok(2))
    move "-" to rec_host
    if tok_count >= 10 and tok(10) not = spaces
        move tok(10) to rec_host
    end-if
    perform find_run_slot
    if cur > 0
        compute rt_rpl_phases(cur) = function numval(tok(3))
        compute rt_rpl_differ(cur) = function numval(tok(5))
        compute rt_rpl_exp_failed(cur) = function numval(tok(6))
        move tok(7) to rt_rpl_checksum(cur)
        move tok(9) to rt_rpl_verdict(cur)
    end-if.

*> a PSTAT record: one heartbeat's process stats for one running
*> worker. Its counters only grow, so the latest sample replaces
*> the last one; the core check looks at every sample.
take_pstat_record.
    compute rec_run_id = function numval(tok(2))
    move "-" to rec_host
    if tok_count >= 13 and tok(13) not = spaces
        move tok(13) to rec_host
    end-if
    perform find_run_slot
    if cur = 0
        exit paragraph
    end-if
    compute pst_pid = function numval(tok(4))
    perform find_pstat_slot
    if pidx = 0
        exit paragraph
    end-if
    add 1 to pe_samples(pidx)
    compute pst_ran_for = function numval(tok(5))
    if pst_ran_for >= pe_ran_for(pidx)
        move pst_ran_for to pe_ran_for(pidx)
        compute pe_core(pidx) = function numval(tok(6))
        compute pe_cpu_cs(pidx) =
            function numval(tok(7)) + function numval(tok(8))
        compute pe_rss_kb(pidx) = function numval(tok(9))
        compute pe_vol_csw(pidx) = function numval(tok(10))
        compute pe_invol_csw(pidx) = function numval(tok(11))
        compute pe_last_cpu(pidx) = function numval(tok(12))
    end-if
    if function numval(tok(6)) >= 0
        and function numval(tok(12)) not = function numval(tok(6))
        set pe_was_moved(pidx) to true
    end-if.

*> locate (or create) the PSTAT entry for pst_pid in run slot cur,
*> leaving its index in pidx (0 once the table is full).
find_pstat_slot.
    move pst_count to pidx
    perform until pidx = 0
        if pe_run_slot(pidx) = cur and pe_pid(pidx) = pst_pid
            exit perform
        end-if
        subtract 1 from pidx
    end-perform
    if pidx = 0
        if pst_count >= max_pst
            add 1 to pst_dropped
            exit paragraph
        end-if
        add 1 to pst_count
        move pst_count to pidx
        initialize pst_entry(pidx)
        move cur to pe_run_slot(pidx)
        move pst_pid to pe_pid(pidx)
    end-if.

*> a LATHIST record: one worker phase's response-time histogram
*> (count, total and longest microseconds, then twelve buckets).
take_lathist_record.
    compute rec_run_id = function numval(tok(2))
    move "-" to rec_host
    if tok_count >= 21 and tok(21) not = spaces
        move tok(21) to rec_host
    end-if
    perform find_run_slot
    if cur = 0
        exit paragraph
    end-if
    add function numval(tok(6)) to rt_lat_count(cur)
    add function numval(tok(7)) to rt_lat_sum_us(cur)
    if function numval(tok(8)) > rt_lat_max_us(cur)
        compute rt_lat_max_us(cur) = function numval(tok(8))
    end-if
    move 1 to lat_bidx
    perform until lat_bidx > 12
        add function numval(tok(8 + lat_bidx))
            to rt_lat_bucket(cur, lat_bidx)
        add 1 to lat_bidx
    end-perform
    if lat_count >= max_lat
        add 1 to lat_dropped
        exit paragraph
    end-if
    add 1 to lat_count
    move cur to le_run_slot(lat_count)
    move rec_run_id to le_run_id(lat_count)
    compute le_pid(lat_count) = function numval(tok(3))
    compute le_phase(lat_count) = function numval(tok(4))
    move tok(5) to le_load(lat_count)
    compute le_count(lat_count) = function numval(tok(6))
    compute le_sum_us(lat_count) = function numval(tok(7))
    compute le_max_us(lat_count) = function numval(tok(8))
    move 1 to lat_bidx
    perform until lat_bidx > 12
        compute le_bucket(lat_count, lat_bidx) =
            function numval(tok(8 + lat_bidx))
        add 1 to lat_bidx
    end-perform.

take_worker_record.
    compute rec_run_id = function numval(tok(1))
    compute rec_duration = function numval(tok(3))
            and rt_host(cur) = "-"
            move tok(17) to rt_host(cur)
        end-if
        *> an SRT phase's ops are records sorted; its sort and merge
        *> passes follow the host label.
        if tok_count >= 11 and tok(11) = "SRT"
            add 1 to rt_srt_phases(cur)
            add rec_ops to rt_srt_records(cur)
            compute rec_srt_start = function numval(tok(4))
            compute rec_srt_end = function numval(tok(5))
            if rt_srt_first(cur) = 0
                or rec_srt_start < rt_srt_first(cur)
                move rec_srt_start to rt_srt_first(cur)
            end-if
            if rec_srt_end > rt_srt_last(cur)
                move rec_srt_end to rt_srt_last(cur)
            end-if
            if tok_count >= 19 and tok(19) not = spaces
                add function numval(tok(18)) to rt_srt_passes(cur)
                add function numval(tok(19)) to rt_srt_merges(cur)
            end-if
        end-if
        *> a worker's intensity goes next to the CPU it received,
        *> when PSTAT records were logged for it.
        if tok_count >= 13 and tok(13) not = spaces
            perform note_pstat_intensity
        end-if
    end-if.

*> worker records are written at the end of each phase, after the
*> worker's PSTAT samples, so its entry (if any) already exists.
note_pstat_intensity.
    compute pst_pid = function numval(tok(2))
    move pst_count to pidx
    perform until pidx = 0
        if pe_run_slot(pidx) = cur and pe_pid(pidx) = pst_pid
            exit perform
        end-if
        subtract 1 from pidx
    end-perform
    if pidx > 0
        add function numval(tok(12)) to pe_sum_int(pidx)
        add function numval(tok(13)) to pe_sum_ach(pidx)
        add 1 to pe_int_recs(pidx)
    end-if.

*> one block per run: worker elapsed statistics, overshoot against
        " load=" rt_load_type(ridx)
        " durations=" function trim(rt_durations(ridx))
        " ramp=" rt_ramp_ms(ridx) "ms"
    if rt_ticket(ridx) not = spaces and rt_ticket(ridx) not = "-"
        display "  authorization: ticket "
            function trim(rt_ticket(ridx))
            " approver " function trim(rt_approver(ridx))
    end-if
    if rt_records(ridx) = 0
        display "  no worker records"
    else
        move rt_sum_rejected(ridx) to disp_s1
        display "  replay: rejected-transactions=" disp_s1
    end-if
    *> replayed master copies that ended up different from each
    *> other (or from the expected end state) mean the batch path
    *> is not deterministic, which is as bad as corrupt bytes.
    evaluate true
        when rt_rpl_verdict(ridx) = "MISMATCH"
            move rt_rpl_differ(ridx) to disp_s1
            move rt_rpl_phases(ridx) to disp_s2
            move rt_rpl_exp_failed(ridx) to disp_s3
            display "  *** REPLAY-MISMATCH: " disp_s1
                " of " disp_s2 " phase(s) differ, " disp_s3
                " failed the expected end state ***"
        when rt_rpl_verdict(ridx) = "UNPROVEN"
            move rt_rpl_phases(ridx) to disp_s1
            display "  replay: end state UNPROVEN -- none of "
                disp_s1 " phase(s) finished a full pass,"
                " nothing compared"
        when rt_rpl_verdict(ridx) = "MATCH"
            move rt_rpl_phases(ridx) to disp_s1
            display "  replay: end-state MATCH across " disp_s1
                " phase(s), checksum " rt_rpl_checksum(ridx)
        when rt_rpl_ends(ridx) > 0
            move rt_rpl_ends(ridx) to disp_s1
            move rt_rpl_bad(ridx) to disp_s2
            display "  replay: " disp_s1
                " phase end state(s) logged, " disp_s2
                " not OK, no reconciliation record"
    end-evaluate
    if rt_srt_phases(ridx) > 0
        perform set_srt_rate
        move rt_srt_records(ridx) to disp_ops
        move srt_rate to disp_rate
        move rt_srt_passes(ridx) to disp_s1
        move rt_srt_merges(ridx) to disp_s2
        display "  sort: records-sorted=" disp_ops
            " sort-passes=" disp_s1
            " merge-passes=" disp_s2
            " records/s=" disp_rate
    end-if
    *> host telemetry only exists on runs logged since the TELEM
    *> records went in; older runs just have no line here.
    if rt_tm_count(ridx) > 0
            " max=" disp_avg3
            " over " rt_tm_count(ridx) " samples"
    end-if
    *> response times only exist on runs logged since the LATHIST
    *> records went in.
    if rt_lat_count(ridx) > 0
        perform report_run_latency
    end-if
    *> CPU accounting only exists on runs logged since the PSTAT
    *> records went in.
    perform report_run_cpu
    if rt_oper_count(ridx) > 0 or rt_opkills(ridx) > 0
        display "  operator: console-actions=" rt_oper_count(ridx)
            " workers-killed=" rt_opkills(ridx)
    end-if
    if rt_summary_seen(ridx)
        evaluate true
            when rt_workers(ridx) = rt_sum_forked(ridx)
                display "  " function trim(rt_sum_tag(ridx))
                    ": forked=" rt_sum_forked(ridx)
                    " matches worker records"
            *> a killed scenario worker may have logged its
            *> earlier phases, so it can show up on both sides.
            when rt_opkills(ridx) > 0
                and rt_workers(ridx) <= rt_sum_forked(ridx)
                and rt_workers(ridx) + rt_opkills(ridx)
                    >= rt_sum_forked(ridx)
                display "  " function trim(rt_sum_tag(ridx))
                    ": forked=" rt_sum_forked(ridx)
                    " matches worker records plus "
                    rt_opkills(ridx) " operator-killed"
            when rt_was_restarted(ridx)
                *> a restarted run's summary counts only the workers
                *> the continuation re-forked, so a difference from
        end-if
    end-if.

*> response-time percentiles for the run as a whole, then one line
*> per worker (its phases folded together), then the tail-blowout
*> check phase by phase.
report_run_latency.
    perform load_run_histogram
    perform compute_percentiles
    move pct_p50 to disp_l1
    move pct_p95 to disp_l2
    move pct_p99 to disp_l3
    move pct_max_us to disp_l4
    move pct_count to disp_l5
    display "  latency-us: p50=" function trim(disp_l1)
        " p95=" function trim(disp_l2)
        " p99=" function trim(disp_l3)
        " max=" function trim(disp_l4)
        " over " function trim(disp_l5) " ops"
    compute run_lat_mean rounded =
        rt_lat_sum_us(ridx) / rt_lat_count(ridx)
    move 1 to lidx
    perform until lidx > lat_count
        if le_run_slot(lidx) = ridx
            perform report_worker_latency
        end-if
        add 1 to lidx
    end-perform
    move 0 to rt_tail_flags(ridx)
    move 1 to lidx
    perform until lidx > lat_count
        if le_run_slot(lidx) = ridx and le_count(lidx) > 0
            perform check_tail_blowout
        end-if
        add 1 to lidx
    end-perform.

load_run_histogram.
    move rt_lat_count(ridx) to pct_count
    move rt_lat_sum_us(ridx) to pct_sum_us
    move rt_lat_max_us(ridx) to pct_max_us
    move 1 to lat_bidx
    perform until lat_bidx > 12
        move rt_lat_bucket(ridx, lat_bidx) to pct_bucket(lat_bidx)
        add 1 to lat_bidx
    end-perform.

*> a worker's first histogram in the run prints its line, folding
*> in every later phase of the same pid; later ones are skipped.
report_worker_latency.
    move le_pid(lidx) to lat_pid
    move "Y" to lat_first
    move 1 to ljdx
    perform until ljdx >= lidx or not lat_first_for_pid
        if le_run_slot(ljdx) = ridx and le_pid(ljdx) = lat_pid
            move "N" to lat_first
        end-if
        add 1 to ljdx
    end-perform
    if not lat_first_for_pid
        exit paragraph
    end-if
    initialize pct_hist
    move lidx to ljdx
    perform until ljdx > lat_count
        if le_run_slot(ljdx) = ridx and le_pid(ljdx) = lat_pid
            perform add_entry_to_histogram
        end-if
        add 1 to ljdx
    end-perform
    perform compute_percentiles
    move lat_pid to disp_s1
    move pct_p50 to disp_l1
    move pct_p95 to disp_l2
    move pct_p99 to disp_l3
    move pct_max_us to disp_l4
    move pct_count to disp_l5
    display "    worker " disp_s1
        ": p50=" function trim(disp_l1)
        " p95=" function trim(disp_l2)
        " p99=" function trim(disp_l3)
        " max=" function trim(disp_l4)
        " ops=" function trim(disp_l5).

add_entry_to_histogram.
    add le_count(ljdx) to pct_count
    add le_sum_us(ljdx) to pct_sum_us
    if le_max_us(ljdx) > pct_max_us
        move le_max_us(ljdx) to pct_max_us
    end-if
    move 1 to lat_bidx
    perform until lat_bidx > 12
        add le_bucket(ljdx, lat_bidx) to pct_bucket(lat_bidx)
        add 1 to lat_bidx
    end-perform.

check_tail_blowout.
    initialize pct_hist
    move lidx to ljdx
    perform add_entry_to_histogram
    perform compute_percentiles
    compute pct_mean rounded = pct_sum_us / pct_count
    if pct_p99 >= pct_p50 * tail_ratio
        and pct_p99 > tail_floor_us
        and pct_mean <= run_lat_mean * tail_mean_slack
        add 1 to rt_tail_flags(ridx)
        move le_pid(lidx) to disp_s1
        move pct_p50 to disp_l1
        move pct_p99 to disp_l3
        move pct_mean to disp_lm
        move run_lat_mean to disp_lm2
        display "  *** TAIL-BLOWOUT: worker " function trim(disp_s1)
            " phase " le_phase(lidx)
            " (" function trim(le_load(lidx)) ")"
            " p50=" function trim(disp_l1)
            "us p99=" function trim(disp_l3)
            "us, mean " function trim(disp_lm)
            "us against the run's " function trim(disp_lm2)
            "us ***"
    end-if.

*> one line per worker with PSTAT samples: the CPU it received as
*> a percentage of the wall-clock time it had run, next to its
*> requested and achieved intensity, then the scheduler flags.
report_run_cpu.
    move 0 to rt_starved(ridx) rt_migrated(ridx)
    move 1 to pidx
    perform until pidx > pst_count
        if pe_run_slot(pidx) = ridx and pe_ran_for(pidx) > 0
            perform report_worker_cpu
        end-if
        add 1 to pidx
    end-perform
    if rt_starved(ridx) > 0 or rt_migrated(ridx) > 0
        move rt_starved(ridx) to disp_s1
        move rt_migrated(ridx) to disp_s2
        display "  *** SCHEDULER: " disp_s1 " worker(s) STARVED, "
            disp_s2 " MIGRATED off their pinned core ***"
    end-if.

report_worker_cpu.
    *> hundredths of a second over seconds is already a percentage.
    compute pst_cpu_pct rounded = pe_cpu_cs(pidx) / pe_ran_for(pidx)
    if pe_int_recs(pidx) > 0
        compute pst_int_pct rounded =
            pe_sum_int(pidx) / pe_int_recs(pidx)
        compute pst_ach_pct rounded =
            pe_sum_ach(pidx) / pe_int_recs(pidx)
    else
        *> killed or still running: no worker record yet, so no
        *> intensity -- judge it against a full core.
        move 100 to pst_int_pct
        move 0 to pst_ach_pct
    end-if
    move spaces to pst_flags
    if pst_cpu_pct * 100 < pst_int_pct * starve_pct
        and pe_invol_csw(pidx) > pe_vol_csw(pidx)
        move "STARVED" to pst_flags
        add 1 to rt_starved(ridx)
    end-if
    if pe_was_moved(pidx)
        if pst_flags = spaces
            move "MIGRATED" to pst_flags
        else
            move "STARVED MIGRATED" to pst_flags
        end-if
        add 1 to rt_migrated(ridx)
    end-if
    move pe_pid(pidx) to disp_s1
    move pst_cpu_pct to disp_pst_cpu
    move pst_int_pct to disp_pst_int
    move pst_ach_pct to disp_pst_ach
    move pe_rss_kb(pidx) to disp_pst_rss
    move pe_vol_csw(pidx) to disp_pst_vol
    move pe_invol_csw(pidx) to disp_pst_inv
    move pe_core(pidx) to disp_pst_core
    move pe_last_cpu(pidx) to disp_pst_last
    if pe_int_recs(pidx) > 0
        display "    worker " disp_s1
            ": cpu-pct=" function trim(disp_pst_cpu)
            " intensity-pct: requested=" function trim(disp_pst_int)
            " achieved=" function trim(disp_pst_ach)
            " rss-kb=" function trim(disp_pst_rss)
            " csw=" function trim(disp_pst_vol)
            "/" function trim(disp_pst_inv)
            " core=" function trim(disp_pst_core)
            " last-cpu=" function trim(disp_pst_last)
            " " function trim(pst_flags)
    else
        display "    worker " disp_s1
            ": cpu-pct=" function trim(disp_pst_cpu)
            " intensity-pct: no worker record"
            " rss-kb=" function trim(disp_pst_rss)
            " csw=" function trim(disp_pst_vol)
            "/" function trim(disp_pst_inv)
            " core=" function trim(disp_pst_core)
            " last-cpu=" function trim(disp_pst_last)
            " " function trim(pst_flags)
    end-if.

*> p50/p95/p99 of whatever histogram sits in pct_hist.
compute_percentiles.
    move 50 to pct_want
    perform pick_percentile
    move pct_value to pct_p50
    move 95 to pct_want
    perform pick_percentile
    move pct_value to pct_p95
    move 99 to pct_want
    perform pick_percentile
    move pct_value to pct_p99.

*> the operation ranked pct_want percent of the way up (rounding the
*> rank up), located by walking the buckets' running count.
pick_percentile.
    move 0 to pct_value
    if pct_count <= 0
        exit paragraph
    end-if
    compute pct_target = (pct_count * pct_want + 99) / 100
    move 0 to pct_cum
    move 0 to pct_k
    perform until pct_cum >= pct_target or pct_k >= 12
        add 1 to pct_k
        add pct_bucket(pct_k) to pct_cum
    end-perform
    if pct_k > 11
        move pct_max_us to pct_value
    else
        move lat_bound(pct_k) to pct_value
    end-if
    if pct_value > pct_max_us
        move pct_max_us to pct_value
    end-if.

*> the run's aggregate ops/s: the summary record's figure (total
*> ops over the whole run's wall clock) when the run has one,
*> otherwise reconstructed from the worker records -- the longest
        end-if
    end-if.

*> records sorted per second across a run's SRT phases: the records
*> over the wall-clock span from the first SRT phase's start to the
*> last one's end, so workers sorting side by side add up while a
*> worker's phases run back to back do not.
set_srt_rate.
    if rt_srt_last(ridx) > rt_srt_first(ridx)
        compute srt_rate =
            rt_srt_records(ridx)
                / (rt_srt_last(ridx) - rt_srt_first(ridx))
    else
        move rt_srt_records(ridx) to srt_rate
    end-if.

*> one line per run, oldest first, so the same workload can be read
*> down a column across kernel or firmware changes.
report_trend.
        add 1 to ridx
    end-perform.

*> runs started from a catalog profile, grouped by profile: each
*> profile's runs oldest first, a marker where the profile itself
*> was changed between runs, and how far ops/s moved from its first
*> run to its latest -- the same workload, compared like for like.
report_profile_trend.
    move 0 to prof_count
    move 1 to ridx
    perform until ridx > run_count
        if rt_profile(ridx) not = spaces
            perform note_profile_name
        end-if
        add 1 to ridx
    end-perform
    if prof_count = 0
        exit paragraph
    end-if
    display " "
    display "=== trend by profile ==="
    move 1 to prof_idx
    perform until prof_idx > prof_count
        perform report_one_profile
        add 1 to prof_idx
    end-perform.

note_profile_name.
    move 1 to prof_jdx
    perform until prof_jdx > prof_count
        if prof_name(prof_jdx) = rt_profile(ridx)
            exit paragraph
        end-if
        add 1 to prof_jdx
    end-perform
    if prof_count < max_profiles
        add 1 to prof_count
        move rt_profile(ridx) to prof_name(prof_count)
    end-if.

report_one_profile.
    move 0 to prof_runs prof_prev_version
    move 0 to prof_first_rate prof_last_rate
    move 0 to prof_first_version prof_last_version
    display "profile " function trim(prof_name(prof_idx)) ":"
    display "  run-id          ver  workers ops/s        p95-us"
    move 1 to ridx
    perform until ridx > run_count
        if rt_profile(ridx) = prof_name(prof_idx)
            perform report_profile_run_line
        end-if
        add 1 to ridx
    end-perform
    if prof_runs > 1
        if prof_first_rate > 0
            compute prof_change_pct rounded =
                (prof_last_rate - prof_first_rate) * 100
                / prof_first_rate
            move prof_change_pct to disp_pct
            display "  " prof_runs " runs, ops/s first to last: "
                function trim(disp_pct) "% (v" prof_first_version
                " to v" prof_last_version ")"
        else
            display "  " prof_runs " runs, first run has no ops/s"
                " to compare against"
        end-if
    else
        display "  1 run, nothing to compare yet"
    end-if.

report_profile_run_line.
    add 1 to prof_runs
    perform set_run_ops_sec
    move run_ops_sec to disp_rate
    move spaces to prof_p95_text
    if rt_lat_count(ridx) > 0
        perform load_run_histogram
        perform compute_percentiles
        move pct_p95 to disp_l2
        move function trim(disp_l2) to prof_p95_text
    else
        move "-" to prof_p95_text
    end-if
    if prof_runs > 1 and rt_prof_version(ridx) not = prof_prev_version
        move "<- profile changed" to prof_marker
    else
        move spaces to prof_marker
    end-if
    display "  " rt_run_id(ridx)
        " " rt_prof_version(ridx)
        " " rt_workers(ridx)
        "    " disp_rate
        " " prof_p95_text
        " " function trim(prof_marker)
    if prof_runs = 1
        move run_ops_sec to prof_first_rate
        move rt_prof_version(ridx) to prof_first_version
    end-if
    move run_ops_sec to prof_last_rate
    move rt_prof_version(ridx) to prof_last_version
    move rt_prof_version(ridx) to prof_prev_version.

*> every run on a host label that is protected -- one with entries
*> in the mpmt1aut register, or seen in the log running under a
*> ticket or being refused -- host by host: the ticket and approver
*> each run went under, with the terms of that register entry, or
*> UNAUTHORIZED for a run that went under none (started before the
*> host was protected, or by a copy of mpmt1 that does not check),
*> then each attempt mpmt1 refused and why.
report_protected_hosts.
    move 0 to prot_count prot_total_unauth
    perform open_register
    if register_available
        perform note_register_hosts
    end-if
    move 1 to ridx
    perform until ridx > run_count
        if rt_ticket(ridx) not = spaces and rt_ticket(ridx) not = "-"
            move rt_host(ridx) to prot_name
            perform note_protected_host
        end-if
        add 1 to ridx
    end-perform
    move 1 to rfx
    perform until rfx > ref_count
        move rf_host(rfx) to prot_name
        perform note_protected_host
        add 1 to rfx
    end-perform
    if prot_count = 0
        if register_available
            close auth_file
        end-if
        exit paragraph
    end-if
    display " "
    display "=== runs on protected hosts ==="
    if not register_available
        display "(no authorization register mpmt1.aut here: hosts"
            " known protected from the log only)"
    end-if
    move 1 to prot_idx
    perform until prot_idx > prot_count
        perform report_protected_host
        add 1 to prot_idx
    end-perform
    if register_available
        close auth_file
    end-if
    if prot_total_unauth > 0
        display "*** " prot_total_unauth
            " UNAUTHORIZED run(s) on protected hosts ***"
    end-if.

open_register.
    move "N" to register_state
    open input auth_file
    if ae_file_status = "00"
        set register_available to true
    else
        if ae_file_status = "05"
            close auth_file
        end-if
    end-if.

*> every host label with an entry, revoked ones included: a host
*> stays protected once it has been registered.
note_register_hosts.
    move low-values to ae_key
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
                move ae_host to prot_name
                perform note_protected_host
        end-read
    end-perform.

note_protected_host.
    move 1 to prot_jdx
    perform until prot_jdx > prot_count
        if prot_host(prot_jdx) = prot_name
            exit paragraph
        end-if
        add 1 to prot_jdx
    end-perform
    if prot_count < max_prot_hosts
        add 1 to prot_count
        move prot_name to prot_host(prot_count)
    end-if.

report_protected_host.
    move 0 to prot_runs prot_authorized prot_unauthorized prot_refused
    display "host " function trim(prot_host(prot_idx)) ":"
    display "  run-id          load workers ticket       approver"
        "     authorization"
    move 1 to ridx
    perform until ridx > run_count
        if rt_host(ridx) = prot_host(prot_idx)
            perform report_protected_run
        end-if
        add 1 to ridx
    end-perform
    move 1 to rfx
    perform until rfx > ref_count
        if rf_host(rfx) = prot_host(prot_idx)
            add 1 to prot_refused
            display "  " rf_run_id(rfx)
                " " rf_load_type(rfx)
                "  " rf_requested(rfx)
                "    REFUSED      " rf_user(rfx)(1:12)
                " " function trim(rf_reason(rfx))
        end-if
        add 1 to rfx
    end-perform
    display "  " prot_runs " run(s): " prot_authorized
        " authorized, " prot_unauthorized " UNAUTHORIZED; "
        prot_refused " refused".

report_protected_run.
    add 1 to prot_runs
    if rt_ticket(ridx) = spaces or rt_ticket(ridx) = "-"
        add 1 to prot_unauthorized prot_total_unauth
        display "  " rt_run_id(ridx)
            " " rt_load_type(ridx)
            "  " rt_requested(ridx)
            "    -            -            UNAUTHORIZED"
        exit paragraph
    end-if
    add 1 to prot_authorized
    move spaces to prot_terms
    if register_available
        perform describe_register_entry
    end-if
    display "  " rt_run_id(ridx)
        " " rt_load_type(ridx)
        "  " rt_requested(ridx)
        "    " rt_ticket(ridx)
        " " rt_approver(ridx)
        " " function trim(prot_terms).

*> the register entry's terms as they stand now, days shown
*> Monday first with "-" for a day that is not allowed.
describe_register_entry.
    move rt_host(ridx) to ae_host
    move rt_ticket(ridx) to ae_ticket
    read auth_file record key is ae_key
        invalid key
            move "(no longer in register)" to prot_terms
            exit paragraph
    end-read
    move prot_day_letters to prot_days
    move 1 to prot_day_idx
    perform until prot_day_idx > 7
        if ae_days(prot_day_idx:1) not = "Y"
            move "-" to prot_days(prot_day_idx:1)
        end-if
        add 1 to prot_day_idx
    end-perform
    move 1 to prot_ptr
    string "loads=" delimited by size
        function trim(ae_loads) delimited by size
        " max=" delimited by size
        ae_max_workers delimited by size
        " " delimited by size
        prot_days delimited by size
        " " delimited by size
        ae_from delimited by size
        "-" delimited by size
        ae_to delimited by size
        " valid " delimited by size
        ae_valid_from delimited by size
        "-" delimited by size
        ae_valid_to delimited by size
        into prot_terms
        with pointer prot_ptr
    end-string
    if ae_revoked
        string " REVOKED" delimited by size
            into prot_terms
            with pointer prot_ptr
        end-string
    end-if.

*> one CSV line per run, header row first: the same figures the
*> per-run blocks display, in a shape the capacity-planning
*> spreadsheet and the monitoring collectors ingest directly.
        "avg_overshoot_s,max_overshoot_s,pin_failures,"
        "total_ops,ops_per_sec,intensity_req_pct,"
        "intensity_ach_pct,verified_records,corrupt_records,"
        "rejected_transactions,summary_tag,"
        "timed_ops,p50_us,p95_us,p99_us,max_us,tail_blowouts,"
        "profile,profile_version,replay_verdict,"
        "starved_workers,migrated_workers,ticket,approver,"
        "records_sorted,sort_passes,merge_passes,sorted_per_sec"
        delimited by size into rc_line
    end-string
    write rc_line
    move rt_sum_verified(ridx) to csv_ops2
    move rt_sum_corrupt(ridx) to csv_ops3
    move rt_sum_rejected(ridx) to csv_ops4
    perform load_run_histogram
    perform compute_percentiles
    move pct_count to csv_lat0
    move pct_p50 to csv_lat1
    move pct_p95 to csv_lat2
    move pct_p99 to csv_lat3
    move pct_max_us to csv_lat4
    move rt_tail_flags(ridx) to csv_lat5
    perform set_srt_rate
    move rt_srt_records(ridx) to csv_srt1
    move rt_srt_passes(ridx) to csv_srt2
    move rt_srt_merges(ridx) to csv_srt3
    move srt_rate to csv_srt4
    move spaces to rc_line
    string csv_run_disp delimited by size
        "," delimited by size
        function trim(csv_ops4) delimited by size
        "," delimited by size
        function trim(csv_tag) delimited by size
        "," delimited by size
        function trim(csv_lat0) delimited by size
        "," delimited by size
        function trim(csv_lat1) delimited by size
        "," delimited by size
        function trim(csv_lat2) delimited by size
        "," delimited by size
        function trim(csv_lat3) delimited by size
        "," delimited by size
        function trim(csv_lat4) delimited by size
        "," delimited by size
        function trim(csv_lat5) delimited by size
        "," delimited by size
        function trim(rt_profile(ridx)) delimited by size
        "," delimited by size
        rt_prof_version(ridx) delimited by size
        "," delimited by size
        function trim(rt_rpl_verdict(ridx)) delimited by size
        "," delimited by size
        rt_starved(ridx) delimited by size
        "," delimited by size
        rt_migrated(ridx) delimited by size
        "," delimited by size
        function trim(rt_ticket(ridx)) delimited by size
        "," delimited by size
        function trim(rt_approver(ridx)) delimited by size
        "," delimited by size
        function trim(csv_srt1) delimited by size
        "," delimited by size
        function trim(csv_srt2) delimited by size
        "," delimited by size
        function trim(csv_srt3) delimited by size
        "," delimited by size
        function trim(csv_srt4) delimited by size
        into rc_line
    end-string
    write rc_line
    string "run_id,pid,phase,load_type,assigned_s,elapsed_s,"
        "overshoot_s,pin_rc,ops,ops_per_sec,intensity_req_pct,"
        "intensity_ach_pct,verified_records,corrupt_records,"
        "rejected_transactions,timed_ops,p50_us,p95_us,p99_us,"
        "max_us,sort_passes,merge_passes,sorted_per_sec"
        delimited by size into pc_line
    end-string
    write pc_line
    unstring rl_line delimited by all " "
        into tok(1) tok(2) tok(3) tok(4) tok(5) tok(6) tok(7) tok(8)
             tok(9) tok(10) tok(11) tok(12) tok(13) tok(14) tok(15)
             tok(16) tok(17) tok(18) tok(19) tok(20) tok(21) tok(22)
             tok(23) tok(24) tok(25) tok(26) tok(27) tok(28) tok(29)
             tok(30) tok(31) tok(32)
        tallying in tok_count
    end-unstring
    if tok(1) = spaces or tok(1)(1:15) not numeric
    if tok(16) = spaces
        move "0" to tok(16)
    end-if
    *> sort passes after the host label; records sorted per second
    *> is the phase's ops/s on an SRT record, zero on any other.
    if tok(18) = spaces
        move "0" to tok(18)
    end-if
    if tok(19) = spaces
        move "0" to tok(19)
    end-if
    if tok(11) = "SRT"
        move tok(9) to tok(20)
    else
        move "0" to tok(20)
    end-if
    compute csv_over =
        function numval(tok(6)) - function numval(tok(3))
    move csv_over to csv_d1
    perform find_phase_histogram
    move spaces to pc_line
    string function trim(tok(1)) delimited by size
        "," delimited by size
        function trim(tok(15)) delimited by size
        "," delimited by size
        function trim(tok(16)) delimited by size
        "," delimited by size
        function trim(csv_lat0) delimited by size
        "," delimited by size
        function trim(csv_lat1) delimited by size
        "," delimited by size
        function trim(csv_lat2) delimited by size
        "," delimited by size
        function trim(csv_lat3) delimited by size
        "," delimited by size
        function trim(csv_lat4) delimited by size
        "," delimited by size
        function trim(tok(18)) delimited by size
        "," delimited by size
        function trim(tok(19)) delimited by size
        "," delimited by size
        function trim(tok(20)) delimited by size
        into pc_line
    end-string
    write pc_line
    end-if
    add 1 to csv_phase_count.

*> the LATHIST histogram logged for the phase record in hand (run,
*> pid, phase); a record from before the histograms went in, or one
*> past the table, exports zeros.
find_phase_histogram.
    initialize pct_hist
    compute rec_run_id = function numval(tok(1))
    compute lat_pid = function numval(tok(2))
    compute lat_phase = function numval(tok(10))
    move 0 to ljdx
    move 1 to lidx
    perform until lidx > lat_count or ljdx > 0
        if le_run_id(lidx) = rec_run_id and le_pid(lidx) = lat_pid
            and le_phase(lidx) = lat_phase
            move lidx to ljdx
        end-if
        add 1 to lidx
    end-perform
    if ljdx > 0
        perform add_entry_to_histogram
    end-if
    perform compute_percentiles
    move pct_count to csv_lat0
    move pct_p50 to csv_lat1
    move pct_p95 to csv_lat2
    move pct_p99 to csv_lat3
    move pct_max_us to csv_lat4.

*> second pass over the log: pull the latest run's worker records
*> into the current-run sample tables (elapsed and overshoot per
*> phase record), for promotion to or comparison with a baseline.
    unstring rl_line delimited by all " "
        into tok(1) tok(2) tok(3) tok(4) tok(5) tok(6) tok(7) tok(8)
             tok(9) tok(10) tok(11) tok(12) tok(13) tok(14) tok(15)
             tok(16) tok(17) tok(18) tok(19) tok(20) tok(21) tok(22)
             tok(23) tok(24) tok(25) tok(26) tok(27) tok(28) tok(29)
             tok(30) tok(31) tok(32)
        tallying in tok_count
    end-unstring
    if tok_count >= 7

*>
*> mpmt1cap.cob: capacity trend and forecast for mpmt1 -- reads the
*> indexed archive (mpmt1.arc) and the live log (mpmt1.log)
*> together, groups comparable completed runs (same host label,
*> load type, worker count and requested intensity), rolls each
*> group into weekly and monthly buckets, fits a straight trend
*> line through its ops/s, and projects the date the group's
*> throughput falls below a floor.
*>
*> Only runs that closed with a SUMMARY record and had no fork or
*> worker failures are taken: a run cut short, crashed or missing
*> workers would read as a capacity drop that never happened. So
*> are runs the operator killed a worker of (OPKILL) and runs
*> continued from a checkpoint (RESTART), whose SUMMARY ops/s
*> covers fewer workers or only the continuation.
*> Dates are UTC days, taken off the RUNHDR start timestamp (or the
*> start second the run-id leads with, for a headerless run).
*>
*> Output:
*>   * mpmt1cap.lst: the printed report, page headings on every
*>     page, a new page per host label and control-break totals per
*>     load type and per host. Per group: weekly and monthly
*>     buckets with runs, average and worst ops/s, average per-
*>     worker ops/s and average one-minute load, then the trend
*>     (percent change per month) and the floor projection.
*>   * mpmt1cap.ext: fixed-layout extract for the quarterly capacity
*>     review, one line per record with every field at a fixed
*>     column (160-byte records, trailing blanks not written):
*>       bucket record (type W = week, M = month)
*>         1     type           x(1)
*>         2-33  host label     x(32)
*>         34-36 load type      x(3)
*>         37-40 workers        9(4)
*>         41-43 intensity pct  9(3)
*>         44-51 period         x(8)    week: yyyymmdd of the
*>                                      Monday, month: yyyymm
*>         52-57 runs           9(6)
*>         58-69 avg ops/s      9(12)
*>         70-81 worst ops/s    9(12)
*>         82-93 per-worker     9(12)   average ops/s per worker
*>         94-100 avg load1     9(5)v99 (implied decimal)
*>       group record (type G), same key fields in 1-43, then
*>         44-51 first run      9(8)    yyyymmdd
*>         52-59 last run       9(8)    yyyymmdd
*>         60-65 runs           9(6)
*>         66-77 avg ops/s      9(12)
*>         78-89 worst ops/s    9(12)
*>         90-101 per-worker    9(12)
*>         102-108 avg load1    9(5)v99
*>         109-116 pct/month    s9(5)v99, sign leading separate
*>         117-128 floor ops/s  9(12)
*>         129-136 projection   x(8)    DATE, NONE (flat or
*>                                      rising), BELOW (already
*>                                      below the floor), SHORT
*>                                      (runs on fewer than two
*>                                      days), NOFLOOR
*>         137-144 projected    9(8)    yyyymmdd, zeros unless DATE
*>
*> License:
*>   Apache License, Version 2.0
*> History:
*>   * 2026/10/15 v0.1 Initial version.
*>   * 2026/10/15 v0.2 Leave runs with an OPKILL record, and restarted
*>                     runs, out of the trend.
*> Usage:
*>   * `$ cobc -x -free -o mpmt1cap mpmt1cap.cob`
*>   * run it in the directory holding mpmt1.log:
*>     `mpmt1cap [floor [archive-file]]`
*>   * floor is an ops/s figure ("250000"), or a percentage of the
*>     group's fitted ops/s at its first run ("80%"); 0 or absent
*>     leaves the projection out. The archive defaults to mpmt1.arc;
*>     a missing archive or live log is just an empty source.
*> RETURN-CODEs:
*>   0  - report and extract written
*>   2  - no comparable completed runs found
*>   30 - mpmt1.log exists but could not be read
*>   33 - bad floor argument
*>   34 - the archive file exists but could not be read
*>   36 - the report or extract file could not be written
*>
identification division.
program-id. mpmt1cap.

environment division.
input-output section.
file-control.
    select optional run_log_file assign to "mpmt1.log"
        organization line sequential
        file status is rl_file_status.
    select optional archive_file assign to dynamic archive_path
        organization indexed
        access mode dynamic
        record key ar_key
        file status is ar_file_status.
    select report_file assign to "mpmt1cap.lst"
        organization line sequential
        file status is rp_file_status.
    select extract_file assign to "mpmt1cap.ext"
        organization line sequential
        file status is ex_file_status.
    select sort_file assign to "mpmt1cap.srt".

data division.
file section.
fd  run_log_file.
    01 rl_line pic x(256).

*> laid out as mpmt1arc writes it: one archive record per log line,
*> keyed by run-id and a per-run sequence number.
fd  archive_file.
    01 archive_record.
        05 ar_key.
            10 ar_run_id pic 9(15).
            10 ar_seq    pic 9(6).
        05 ar_line pic x(256).

fd  report_file.
    01 rp_line pic x(132).

fd  extract_file.
    01 ex_bucket_record.
        05 eb_type       pic x.
        05 eb_host       pic x(32).
        05 eb_load       pic x(3).
        05 eb_workers    pic 9(4).
        05 eb_intensity  pic 9(3).
        05 eb_period     pic x(8).
        05 eb_runs       pic 9(6).
        05 eb_avg_ops    pic 9(12).
        05 eb_worst_ops  pic 9(12).
        05 eb_per_worker pic 9(12).
        05 eb_load1      pic 9(5)v99.
        05 filler        pic x(60).
    01 ex_group_record.
        05 eg_type       pic x.
        05 eg_host       pic x(32).
        05 eg_load       pic x(3).
        05 eg_workers    pic 9(4).
        05 eg_intensity  pic 9(3).
        05 eg_first      pic 9(8).
        05 eg_last       pic 9(8).
        05 eg_runs       pic 9(6).
        05 eg_avg_ops    pic 9(12).
        05 eg_worst_ops  pic 9(12).
        05 eg_per_worker pic 9(12).
        05 eg_load1      pic 9(5)v99.
        05 eg_pct_month  pic s9(5)v99 sign leading separate.
        05 eg_floor      pic 9(12).
        05 eg_projection pic x(8).
        05 eg_proj_date  pic 9(8).
        05 filler        pic x(16).

*> one record per comparable run, in group and date order.
sd  sort_file.
    01 sort_record.
        05 sr_host      pic x(32).
        05 sr_load      pic x(3).
        05 sr_workers   pic 9(4).
        05 sr_intensity pic 9(3).
        05 sr_day       pic 9(6).
        05 sr_run_id    pic 9(15).
        05 sr_ops_sec   pic 9(12).
        05 sr_load1     pic 9(7).
        05 sr_has_load1 pic x.
            88 sr_load1_known value "Y".

working-storage section.
    01 rl_file_status pic xx.
    01 ar_file_status pic xx.
    01 rp_file_status pic xx.
    01 ex_file_status pic xx.
    01 rl_eof pic x value "N".
        88 rl_at_eof value "Y".
    01 ar_eof pic x value "N".
        88 ar_at_eof value "Y".
    01 sr_eof pic x value "N".
        88 sr_at_eof value "Y".

    01 cap_arg pic x(256) value spaces.
    01 archive_path pic x(256) value "mpmt1.arc".
    01 archive_read pic x value "N".
        88 archive_was_read value "Y".
    01 live_read pic x value "N".
        88 live_was_read value "Y".

    *> the floor: an ops/s figure, or a percentage of each group's
    *> fitted starting throughput.
    01 floor_text pic x(32) value spaces.
    01 floor_len pic 99 value 0.
    01 floor_mode pic x value "N".
        88 floor_none value "N".
        88 floor_ops  value "O".
        88 floor_pct  value "P".
    01 floor_value pic 9(12) value 0.
    01 floor_percent pic 999 value 0.

    *> the record being read and its tokens.
    01 cap_line pic x(256) value spaces.
    01 tok_table.
        05 tok occurs 32 times pic x(80).
    01 tok_count pic 99 value 0.
    01 rec_run_id pic 9(15) value 0.

    *> one slot per run-id, filled from every record of the run and
    *> released to the sort once both sources have been read.
    01 max_runs pic 9(4) value 3000.
    01 run_count pic 9(4) value 0.
    01 runs_skipped pic 9(6) value 0.
    01 run_table.
        05 run_entry occurs 3000 times.
            10 cr_run_id   pic 9(15).
            10 cr_host     pic x(32).
            10 cr_load     pic x(3).
            10 cr_start    pic 9(11).
            10 cr_tag      pic x(8).
            10 cr_forked   pic 9(4).
            10 cr_failed   pic 9(5).
            10 cr_ops_sec  pic 9(12).
            10 cr_int_sum  pic 9(9).
            10 cr_int_recs pic 9(6).
            10 cr_tm_sum   pic 9(12).
            10 cr_tm_count pic 9(6).
            10 cr_opkills  pic 9(4).
            10 cr_restarted pic x.
    01 ridx pic 9(4).
    01 cur  pic 9(4) value 0.
    01 runs_released pic 9(6) value 0.
    01 runs_excluded pic 9(6) value 0.

    *> calendar work: UTC day numbers since 1970-01-01 (a Thursday),
    *> turned into yyyymmdd through the integer-date functions.
    01 epoch_int pic 9(8) value 0.
    01 day_num pic 9(6) value 0.
    01 week_day pic 9(6) value 0.
    01 ymd_work pic 9(8) value 0.
    01 ymd_view redefines ymd_work.
        05 ymd_yyyy pic 9(4).
        05 ymd_mm   pic 99.
        05 ymd_dd   pic 99.
    01 month_work pic 9(6) value 0.
    01 date_text pic x(10) value spaces.
    01 month_text pic x(7) value spaces.

    *> control-break keys: the previous record's host, load type
    *> and group.
    01 prev_host pic x(32) value spaces.
    01 prev_load pic x(3) value spaces.
    01 prev_workers pic 9(4) value 0.
    01 prev_intensity pic 9(3) value 0.
    01 first_record pic x value "Y".
        88 on_first_record value "Y".

    *> the group being accumulated, and its regression sums (x is
    *> the run's day counted from the group's first run, y its
    *> ops/s).
    01 gp_runs pic 9(6) value 0.
    01 gp_first_day pic 9(6) value 0.
    01 gp_last_day pic 9(6) value 0.
    01 gp_sum_ops pic 9(16) value 0.
    01 gp_worst pic 9(12) value 0.
    01 gp_sum_load1 pic 9(12) value 0.
    01 gp_load1_n pic 9(6) value 0.
    01 rg_x pic 9(6) value 0.
    01 rg_sx pic 9(12) value 0.
    01 rg_sxx pic 9(16) value 0.
    01 rg_sxy pic 9(18) value 0.
    01 rg_denom pic s9(18) value 0.
    01 rg_numer pic s9(18) value 0.
    01 rg_slope pic s9(12)v9(6) value 0.
    01 rg_icept pic s9(14)v9(4) value 0.
    01 rg_mean pic 9(14)v9(4) value 0.
    01 rg_pct_month pic s9(5)v99 value 0.
    01 rg_fit_last pic s9(14)v9(4) value 0.
    01 rg_cross pic s9(14)v9(4) value 0.
    01 rg_cross_day pic s9(9) value 0.
    01 days_per_month pic 99v9999 value 30.4375.
    01 group_floor pic 9(12) value 0.
    01 projection pic x(8) value spaces.
    01 proj_ymd pic 9(8) value 0.

    *> the group's buckets, oldest first; a run falls into the last
    *> bucket or opens the next one, since the sort hands them over
    *> in date order.
    01 max_weeks pic 9(4) value 600.
    01 week_count pic 9(4) value 0.
    01 week_table.
        05 week_entry occurs 600 times.
            10 wk_day      pic 9(6).
            10 wk_runs     pic 9(6).
            10 wk_sum_ops  pic 9(16).
            10 wk_worst    pic 9(12).
            10 wk_sum_ld   pic 9(12).
            10 wk_ld_n     pic 9(6).
    01 max_months pic 9(4) value 240.
    01 month_count pic 9(4) value 0.
    01 month_table.
        05 month_entry occurs 240 times.
            10 mo_month    pic 9(6).
            10 mo_runs     pic 9(6).
            10 mo_sum_ops  pic 9(16).
            10 mo_worst    pic 9(12).
            10 mo_sum_ld   pic 9(12).
            10 mo_ld_n     pic 9(6).
    01 bidx pic 9(4) value 0.
    01 buckets_dropped pic 9(6) value 0.

    *> one bucket's figures on their way to a report line or an
    *> extract record.
    01 bk_runs pic 9(6) value 0.
    01 bk_avg pic 9(12) value 0.
    01 bk_worst pic 9(12) value 0.
    01 bk_per_worker pic 9(12) value 0.
    01 bk_load1 pic 9(5)v99 value 0.
    01 bk_load1_n pic 9(6) value 0.

    *> control-break totals.
    01 load_groups pic 9(4) value 0.
    01 load_runs pic 9(6) value 0.
    01 host_loads pic 9(4) value 0.
    01 host_runs pic 9(6) value 0.
    01 total_hosts pic 9(4) value 0.
    01 total_groups pic 9(6) value 0.
    01 extract_count pic 9(6) value 0.

    *> page control for the printed report.
    01 lines_per_page pic 99 value 60.
    01 line_count pic 99 value 99.
    01 page_count pic 9(4) value 0.
    01 run_date pic x(10) value spaces.
    01 print_text pic x(132) value spaces.

    01 hd_line1.
        05 filler     pic x(10) value "MPMT1CAP".
        05 filler     pic x(36)
            value "CAPACITY TREND AND FORECAST".
        05 filler     pic x(9) value "RUN DATE ".
        05 hd_date    pic x(10).
        05 filler     pic x(56) value spaces.
        05 filler     pic x(5) value "PAGE ".
        05 hd_page    pic zzz9.
    01 hd_line2.
        05 filler     pic x(6) value "HOST: ".
        05 hd_host    pic x(32).
        05 filler     pic x(10) value spaces.
        05 hd_floor   pic x(60).
    01 ld_line.
        05 filler     pic x(11) value "LOAD TYPE: ".
        05 ld_load    pic x(3).
    01 gp_line.
        05 filler     pic x(4) value spaces.
        05 filler     pic x(8) value "WORKERS ".
        05 gl_workers pic zzz9.
        05 filler     pic x(13) value "  INTENSITY ".
        05 gl_int     pic zz9.
        05 filler     pic x(9) value "%   RUNS ".
        05 gl_runs    pic zzzzz9.
        05 filler     pic x(9) value "   FIRST ".
        05 gl_first   pic x(10).
        05 filler     pic x(8) value "   LAST ".
        05 gl_last    pic x(10).
    01 col_line.
        05 filler     pic x(8) value spaces.
        05 cl_period  pic x(10).
        05 filler     pic x(8) value "    RUNS".
        05 filler     pic x(16) value "       AVG OPS/S".
        05 filler     pic x(16) value "     WORST OPS/S".
        05 filler     pic x(16) value "  PER-WORKER O/S".
        05 filler     pic x(11) value "  AVG LOAD1".
    01 bk_line.
        05 filler     pic x(8) value spaces.
        05 bl_period  pic x(10).
        05 bl_runs    pic z(7)9.
        05 bl_avg     pic z(15)9.
        05 bl_worst   pic z(15)9.
        05 bl_per     pic z(15)9.
        05 bl_load1   pic z(7)9.99.
    01 trend_line.
        05 filler     pic x(8) value spaces.
        05 filler     pic x(7) value "TREND: ".
        05 tl_pct     pic -(5)9.99.
        05 filler     pic x(24) value "% PER MONTH, FITTED OVER".
        05 tl_runs    pic zzzzz9.
        05 filler     pic x(6) value " RUNS".
    01 proj_line.
        05 filler     pic x(8) value spaces.
        05 filler     pic x(7) value "FLOOR: ".
        05 pl_floor   pic z(11)9.
        05 filler     pic x(8) value " OPS/S: ".
        05 pl_text    pic x(60).
    01 total_line.
        05 filler     pic x(4) value spaces.
        05 tt_text    pic x(128).
    01 disp_n1 pic z(5)9.
    01 disp_n2 pic z(5)9.
    01 disp_n3 pic z(5)9.

procedure division.
main section.

    accept cap_arg from argument-value
    if cap_arg not = spaces
        move function trim(cap_arg) to floor_text
        perform parse_floor
    end-if
    move spaces to cap_arg
    accept cap_arg from argument-value
    if cap_arg not = spaces
        move cap_arg to archive_path
    end-if

    compute epoch_int = function integer-of-date(19700101)
    move function current-date(1:8) to ymd_work
    perform format_ymd
    move date_text to run_date

    open output report_file
    if rp_file_status not = "00"
        display "mpmt1cap: cannot create mpmt1cap.lst, file status "
            rp_file_status
        move 36 to return-code
        stop run
    end-if
    open output extract_file
    if ex_file_status not = "00"
        display "mpmt1cap: cannot create mpmt1cap.ext, file status "
            ex_file_status
        move 36 to return-code
        stop run
    end-if

    sort sort_file
        on ascending key sr_host sr_load sr_workers sr_intensity
            sr_day sr_run_id
        input procedure is collect_runs
        output procedure is report_groups

    close report_file
    close extract_file

    if runs_skipped > 0
        display "mpmt1cap: " runs_skipped " record(s) of runs beyond"
            " the " max_runs "-run table were left out"
    end-if
    if buckets_dropped > 0
        display "mpmt1cap: " buckets_dropped " run(s) beyond the"
            " bucket tables were left out of the buckets"
    end-if
    if runs_released = 0
        display "mpmt1cap: no comparable completed runs found ("
            run_count " run(s), " runs_excluded " excluded)"
        move 2 to return-code
        stop run
    end-if
    display "mpmt1cap: " runs_released " run(s) in " total_groups
        " group(s) on " total_hosts " host(s), " runs_excluded
        " run(s) excluded"
    display "mpmt1cap: wrote mpmt1cap.lst (" page_count
        " page(s)) and mpmt1cap.ext (" extract_count " record(s))"
    move 0 to return-code

    stop run.

*> "250000" is a floor in ops/s, "80%" a percentage of each group's
*> fitted ops/s at its first run.
parse_floor.
    move function length(function trim(floor_text)) to floor_len
    if floor_text(floor_len:1) = "%"
        if floor_len < 2
            or function test-numval(floor_text(1:floor_len - 1))
                not = 0
            perform bad_floor
        end-if
        compute floor_percent =
            function numval(floor_text(1:floor_len - 1))
        if floor_percent > 0
            set floor_pct to true
        end-if
    else
        if function test-numval(floor_text) not = 0
            perform bad_floor
        end-if
        compute floor_value = function numval(floor_text)
        if floor_value > 0
            set floor_ops to true
        end-if
    end-if.

bad_floor.
    display "mpmt1cap: floor must be an ops/s figure or a"
        " percentage (nn%), got " function trim(floor_text)
    move 33 to return-code
    stop run.

*> sort input: every record of both sources folded into the run
*> table, then one sort record released per comparable run.
collect_runs.
    perform read_archive
    perform read_live_log
    move 1 to ridx
    perform until ridx > run_count
        perform release_one_run
        add 1 to ridx
    end-perform.

read_archive.
    open input archive_file
    evaluate ar_file_status
        when "00"
            set archive_was_read to true
        when "05"
        when "35"
            close archive_file
            exit paragraph
        when other
            display "mpmt1cap: cannot open "
                function trim(archive_path) ", file status "
                ar_file_status
            move 34 to return-code
            stop run
    end-evaluate
    move "N" to ar_eof
    perform until ar_at_eof
        read archive_file next record
            at end
                set ar_at_eof to true
            not at end
                move ar_line to cap_line
                perform take_record
        end-read
    end-perform
    close archive_file.

read_live_log.
    open input run_log_file
    evaluate rl_file_status
        when "00"
            set live_was_read to true
        when "05"
            close run_log_file
            exit paragraph
        when other
            display "mpmt1cap: cannot open mpmt1.log, file status "
                rl_file_status
            move 30 to return-code
            stop run
    end-evaluate
    move "N" to rl_eof
    perform until rl_at_eof
        read run_log_file
            at end
                set rl_at_eof to true
            not at end
                move rl_line to cap_line
                perform take_record
        end-read
    end-perform
    close run_log_file.

*> only the records that carry capacity figures matter here: the
*> RUNHDR (host, load type, start), worker records (requested
*> intensity), TELEM (load average), the closing record (forked
*> and failed counts, ops/s), and the OPKILL and RESTART records
*> that rule a run out. Everything else is passed over.
take_record.
    move spaces to tok_table
    move 0 to tok_count
    unstring cap_line delimited by all " "
        into tok(1) tok(2) tok(3) tok(4) tok(5) tok(6) tok(7) tok(8)
             tok(9) tok(10) tok(11) tok(12) tok(13) tok(14) tok(15)
             tok(16) tok(17) tok(18) tok(19) tok(20) tok(21) tok(22)
             tok(23) tok(24) tok(25) tok(26) tok(27) tok(28) tok(29)
             tok(30) tok(31) tok(32)
        tallying in tok_count
    end-unstring
    evaluate true
        when tok(1) = "RUNHDR"
            perform take_run_header
        when tok(1) = "SUMMARY" or tok(1) = "ABORTED"
            or tok(1) = "DEADLINE" or tok(1) = "CRASHED"
            perform take_closing_record
        when tok(1) = "TELEM"
            perform take_telem_record
        when tok(1) = "OPKILL" or tok(1) = "RESTART"
            perform take_exclusion_record
        when tok(1)(1:15) is numeric and tok(1)(16:1) = space
            perform take_worker_record
        when other
            continue
    end-evaluate.

take_run_header.
    if tok_count < 10 or function test-numval(tok(2)) not = 0
        exit paragraph
    end-if
    compute rec_run_id = function numval(tok(2))
    perform find_run_slot
    if cur = 0
        exit paragraph
    end-if
    move tok(4) to cr_load(cur)
    if function test-numval(tok(6)) = 0
        compute cr_start(cur) = function numval(tok(6))
    end-if
    move tok(10) to cr_host(cur).

take_closing_record.
    if tok_count < 9 or function test-numval(tok(2)) not = 0
        exit paragraph
    end-if
    compute rec_run_id = function numval(tok(2))
    perform find_run_slot
    if cur = 0
        exit paragraph
    end-if
    move tok(1) to cr_tag(cur)
    if function test-numval(tok(4)) = 0
        compute cr_forked(cur) = function numval(tok(4))
    end-if
    if function test-numval(tok(5)) = 0
        and function test-numval(tok(6)) = 0
        compute cr_failed(cur) =
            function numval(tok(5)) + function numval(tok(6))
    end-if
    if function test-numval(tok(9)) = 0
        compute cr_ops_sec(cur) = function numval(tok(9))
    end-if
    if tok_count >= 11 and cr_host(cur) = spaces
        move tok(11) to cr_host(cur)
    end-if.

take_telem_record.
    if tok_count < 5 or function test-numval(tok(2)) not = 0
        or function test-numval(tok(4)) not = 0
        exit paragraph
    end-if
    compute rec_run_id = function numval(tok(2))
    perform find_run_slot
    if cur = 0
        exit paragraph
    end-if
    add function numval(tok(4)) to cr_tm_sum(cur)
    add 1 to cr_tm_count(cur).

*> an operator-killed worker leaves the SUMMARY ops/s short of the
*> run's real throughput, and a restart's SUMMARY covers only the
*> continuation: either way the run is noted and not trended.
take_exclusion_record.
    if tok_count < 2 or function test-numval(tok(2)) not = 0
        exit paragraph
    end-if
    compute rec_run_id = function numval(tok(2))
    perform find_run_slot
    if cur = 0
        exit paragraph
    end-if
    if tok(1) = "OPKILL"
        add 1 to cr_opkills(cur)
    else
        move "Y" to cr_restarted(cur)
    end-if.

take_worker_record.
    compute rec_run_id = function numval(tok(1))
    perform find_run_slot
    if cur = 0
        exit paragraph
    end-if
    if tok_count >= 12 and function test-numval(tok(12)) = 0
        add function numval(tok(12)) to cr_int_sum(cur)
        add 1 to cr_int_recs(cur)
    end-if
    if tok_count >= 17 and cr_host(cur) = spaces
        move tok(17) to cr_host(cur)
    end-if.

find_run_slot.
    move 0 to cur
    move 1 to ridx
    perform until ridx > run_count or cur > 0
        if cr_run_id(ridx) = rec_run_id
            move ridx to cur
        end-if
        add 1 to ridx
    end-perform
    if cur = 0
        if run_count >= max_runs
            add 1 to runs_skipped
        else
            add 1 to run_count
            move run_count to cur
            initialize run_entry(cur)
            move rec_run_id to cr_run_id(cur)
        end-if
    end-if.

*> a comparable run: closed by a SUMMARY, every worker forked and
*> finished, none killed by the operator, not restarted, and an
*> ops/s figure to trend. A run with no RUNHDR starts on the second
*> its run-id leads with.
release_one_run.
    if cr_tag(ridx) not = "SUMMARY" or cr_failed(ridx) > 0
        or cr_forked(ridx) = 0 or cr_ops_sec(ridx) = 0
        or cr_opkills(ridx) > 0 or cr_restarted(ridx) = "Y"
        add 1 to runs_excluded
        exit paragraph
    end-if
    if cr_start(ridx) = 0
        compute cr_start(ridx) = cr_run_id(ridx) / 100000
    end-if
    move cr_host(ridx) to sr_host
    if sr_host = spaces
        move "-" to sr_host
    end-if
    move cr_load(ridx) to sr_load
    if sr_load = spaces
        move "-" to sr_load
    end-if
    move cr_forked(ridx) to sr_workers
    if cr_int_recs(ridx) > 0
        compute sr_intensity rounded =
            cr_int_sum(ridx) / cr_int_recs(ridx)
    else
        move 100 to sr_intensity
    end-if
    compute sr_day = cr_start(ridx) / 86400
    move cr_run_id(ridx) to sr_run_id
    move cr_ops_sec(ridx) to sr_ops_sec
    if cr_tm_count(ridx) > 0
        compute sr_load1 rounded =
            cr_tm_sum(ridx) / cr_tm_count(ridx)
        set sr_load1_known to true
    else
        move 0 to sr_load1
        move "N" to sr_has_load1
    end-if
    release sort_record
    add 1 to runs_released.

*> sort output: control breaks by host (new page), load type and
*> group (workers and intensity); each run goes into its group's
*> regression sums and its week and month buckets.
report_groups.
    move "N" to sr_eof
    perform until sr_at_eof
        return sort_file
            at end
                set sr_at_eof to true
            not at end
                perform take_sorted_run
        end-return
    end-perform
    if not on_first_record
        perform close_group
        perform close_load_type
        perform close_host
        perform print_final_totals
    end-if.

take_sorted_run.
    evaluate true
        when on_first_record
            move "N" to first_record
            perform open_host
            perform open_load_type
            perform open_group
        when sr_host not = prev_host
            perform close_group
            perform close_load_type
            perform close_host
            perform open_host
            perform open_load_type
            perform open_group
        when sr_load not = prev_load
            perform close_group
            perform close_load_type
            perform open_load_type
            perform open_group
        when sr_workers not = prev_workers
            or sr_intensity not = prev_intensity
            perform close_group
            perform open_group
        when other
            continue
    end-evaluate
    perform add_run_to_group.

open_host.
    move sr_host to prev_host
    move 0 to host_loads host_runs
    add 1 to total_hosts
    *> every host starts on a fresh page.
    move lines_per_page to line_count.

open_load_type.
    move sr_load to prev_load
    move 0 to load_groups load_runs
    add 1 to host_loads
    move sr_load to ld_load
    move spaces to print_text
    perform print_blank_line
    move ld_line to print_text
    perform print_text_line.

open_group.
    move sr_workers to prev_workers
    move sr_intensity to prev_intensity
    move 0 to gp_runs gp_sum_ops gp_worst gp_sum_load1 gp_load1_n
    move 0 to rg_sx rg_sxx rg_sxy
    move 0 to week_count month_count
    move sr_day to gp_first_day
    add 1 to load_groups
    add 1 to total_groups.

add_run_to_group.
    add 1 to gp_runs
    add 1 to load_runs
    add 1 to host_runs
    move sr_day to gp_last_day
    add sr_ops_sec to gp_sum_ops
    if gp_runs = 1 or sr_ops_sec < gp_worst
        move sr_ops_sec to gp_worst
    end-if
    if sr_load1_known
        add sr_load1 to gp_sum_load1
        add 1 to gp_load1_n
    end-if
    compute rg_x = sr_day - gp_first_day
    add rg_x to rg_sx
    compute rg_sxx = rg_sxx + rg_x * rg_x
    compute rg_sxy = rg_sxy + rg_x * sr_ops_sec
    *> the week bucket (Monday to Sunday).
    compute week_day = sr_day - function mod(sr_day + 3, 7)
    if week_count = 0 or wk_day(week_count) not = week_day
        if week_count >= max_weeks
            add 1 to buckets_dropped
        else
            add 1 to week_count
            initialize week_entry(week_count)
            move week_day to wk_day(week_count)
        end-if
    end-if
    if week_count > 0 and wk_day(week_count) = week_day
        add 1 to wk_runs(week_count)
        add sr_ops_sec to wk_sum_ops(week_count)
        if wk_runs(week_count) = 1
            or sr_ops_sec < wk_worst(week_count)
            move sr_ops_sec to wk_worst(week_count)
        end-if
        if sr_load1_known
            add sr_load1 to wk_sum_ld(week_count)
            add 1 to wk_ld_n(week_count)
        end-if
    end-if
    *> the calendar month bucket.
    move sr_day to day_num
    perform day_to_ymd
    compute month_work = ymd_work / 100
    if month_count = 0 or mo_month(month_count) not = month_work
        if month_count >= max_months
            add 1 to buckets_dropped
        else
            add 1 to month_count
            initialize month_entry(month_count)
            move month_work to mo_month(month_count)
        end-if
    end-if
    if month_count > 0 and mo_month(month_count) = month_work
        add 1 to mo_runs(month_count)
        add sr_ops_sec to mo_sum_ops(month_count)
        if mo_runs(month_count) = 1
            or sr_ops_sec < mo_worst(month_count)
            move sr_ops_sec to mo_worst(month_count)
        end-if
        if sr_load1_known
            add sr_load1 to mo_sum_ld(month_count)
            add 1 to mo_ld_n(month_count)
        end-if
    end-if.

*> the group is complete: print its heading, its weekly and monthly
*> buckets, the trend and the floor projection, and write its
*> extract records.
close_group.
    perform fit_trend
    move prev_workers to gl_workers
    move prev_intensity to gl_int
    move gp_runs to gl_runs
    move gp_first_day to day_num
    perform day_to_ymd
    perform format_ymd
    move date_text to gl_first
    move gp_last_day to day_num
    perform day_to_ymd
    perform format_ymd
    move date_text to gl_last
    *> keep the group heading, its column heading and a first
    *> bucket line together on one page.
    if line_count + 4 > lines_per_page
        move lines_per_page to line_count
    end-if
    move spaces to print_text
    perform print_blank_line
    move gp_line to print_text
    perform print_text_line
    move "WEEK OF" to cl_period
    move col_line to print_text
    perform print_text_line
    move 1 to bidx
    perform until bidx > week_count
        perform report_week_bucket
        add 1 to bidx
    end-perform
    move "MONTH" to cl_period
    move col_line to print_text
    perform print_text_line
    move 1 to bidx
    perform until bidx > month_count
        perform report_month_bucket
        add 1 to bidx
    end-perform
    perform report_trend
    perform write_group_extract.

report_week_bucket.
    move wk_runs(bidx) to bk_runs
    compute bk_avg rounded = wk_sum_ops(bidx) / wk_runs(bidx)
    move wk_worst(bidx) to bk_worst
    move wk_sum_ld(bidx) to bk_load1
    move wk_ld_n(bidx) to bk_load1_n
    perform finish_bucket
    move wk_day(bidx) to day_num
    perform day_to_ymd
    perform format_ymd
    move date_text to bl_period
    perform print_bucket_line
    move spaces to ex_bucket_record
    move "W" to eb_type
    move ymd_work to eb_period
    perform write_bucket_extract.

report_month_bucket.
    move mo_runs(bidx) to bk_runs
    compute bk_avg rounded = mo_sum_ops(bidx) / mo_runs(bidx)
    move mo_worst(bidx) to bk_worst
    move mo_sum_ld(bidx) to bk_load1
    move mo_ld_n(bidx) to bk_load1_n
    perform finish_bucket
    move mo_month(bidx) to month_work
    move month_work to ymd_work(1:6)
    move spaces to month_text
    string ymd_yyyy delimited by size
        "-" delimited by size
        ymd_mm delimited by size
        into month_text
    end-string
    move month_text to bl_period
    perform print_bucket_line
    move spaces to ex_bucket_record
    move "M" to eb_type
    move month_work to eb_period(1:6)
    perform write_bucket_extract.

*> per-worker ops/s off the bucket average, and the load average
*> (carried times one hundred in the log) back to two decimals.
finish_bucket.
    compute bk_per_worker rounded = bk_avg / prev_workers
    if bk_load1_n > 0
        compute bk_load1 rounded = bk_load1 / bk_load1_n / 100
    else
        move 0 to bk_load1
    end-if.

print_bucket_line.
    move bk_runs to bl_runs
    move bk_avg to bl_avg
    move bk_worst to bl_worst
    move bk_per_worker to bl_per
    move bk_load1 to bl_load1
    move bk_line to print_text
    perform print_text_line.

write_bucket_extract.
    move prev_host to eb_host
    move prev_load to eb_load
    move prev_workers to eb_workers
    move prev_intensity to eb_intensity
    move bk_runs to eb_runs
    move bk_avg to eb_avg_ops
    move bk_worst to eb_worst_ops
    move bk_per_worker to eb_per_worker
    move bk_load1 to eb_load1
    write ex_bucket_record
    perform check_extract_write.

*> least-squares line through the group's runs, ops/s against day:
*> slope = (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx), and the monthly change
*> is the slope over an average month, as a percentage of the
*> group's mean ops/s. The floor is where the line crosses it.
fit_trend.
    move 0 to rg_slope rg_icept rg_pct_month
    move 0 to proj_ymd group_floor
    compute rg_mean rounded = gp_sum_ops / gp_runs
    compute rg_denom = gp_runs * rg_sxx - rg_sx * rg_sx
    if rg_denom = 0
        move "SHORT" to projection
        exit paragraph
    end-if
    compute rg_numer = gp_runs * rg_sxy - rg_sx * gp_sum_ops
    compute rg_slope rounded = rg_numer / rg_denom
    compute rg_icept rounded =
        (gp_sum_ops - rg_slope * rg_sx) / gp_runs
    if rg_mean > 0
        compute rg_pct_month rounded =
            rg_slope * days_per_month * 100 / rg_mean
    end-if
    evaluate true
        when floor_ops
            move floor_value to group_floor
        when floor_pct
            if rg_icept > 0
                compute group_floor rounded =
                    rg_icept * floor_percent / 100
            end-if
        when other
            move "NOFLOOR" to projection
            exit paragraph
    end-evaluate
    compute rg_fit_last rounded =
        rg_icept + rg_slope * (gp_last_day - gp_first_day)
    evaluate true
        when rg_fit_last <= group_floor
            move "BELOW" to projection
        when rg_slope >= 0
            move "NONE" to projection
        when other
            compute rg_cross rounded =
                (group_floor - rg_icept) / rg_slope
            compute rg_cross_day = gp_first_day + rg_cross + 1
            *> past the end of the calendar the functions know.
            if rg_cross_day > 2900000
                move "NONE" to projection
            else
                move "DATE" to projection
                move rg_cross_day to day_num
                perform day_to_ymd
                move ymd_work to proj_ymd
            end-if
    end-evaluate.

report_trend.
    if projection = "SHORT"
        move spaces to print_text
        string "        TREND: NOT FITTED, RUNS ON FEWER THAN TWO"
            " DAYS" delimited by size
            into print_text
        end-string
        perform print_text_line
        exit paragraph
    end-if
    *> the trend and its projection print together.
    if line_count + 2 > lines_per_page
        move lines_per_page to line_count
    end-if
    move rg_pct_month to tl_pct
    move gp_runs to tl_runs
    move trend_line to print_text
    perform print_text_line
    if projection = "NOFLOOR"
        exit paragraph
    end-if
    move group_floor to pl_floor
    move spaces to pl_text
    evaluate projection
        when "BELOW"
            move "ALREADY BELOW THE FLOOR" to pl_text
        when "NONE"
            move "NOT PROJECTED TO FALL BELOW IT" to pl_text
        when other
            move proj_ymd to ymd_work
            perform format_ymd
            string "PROJECTED TO FALL BELOW IT ON " delimited by size
                date_text delimited by size
                into pl_text
            end-string
    end-evaluate
    move proj_line to print_text
    perform print_text_line.

write_group_extract.
    move spaces to ex_group_record
    move "G" to eg_type
    move prev_host to eg_host
    move prev_load to eg_load
    move prev_workers to eg_workers
    move prev_intensity to eg_intensity
    move gp_first_day to day_num
    perform day_to_ymd
    move ymd_work to eg_first
    move gp_last_day to day_num
    perform day_to_ymd
    move ymd_work to eg_last
    move gp_runs to eg_runs
    move rg_mean to eg_avg_ops
    move gp_worst to eg_worst_ops
    compute eg_per_worker rounded = rg_mean / prev_workers
    if gp_load1_n > 0
        compute eg_load1 rounded = gp_sum_load1 / gp_load1_n / 100
    else
        move 0 to eg_load1
    end-if
    move rg_pct_month to eg_pct_month
    move group_floor to eg_floor
    move projection to eg_projection
    move proj_ymd to eg_proj_date
    write ex_group_record
    perform check_extract_write.

check_extract_write.
    if ex_file_status not = "00"
        display "mpmt1cap: write to mpmt1cap.ext failed, file status "
            ex_file_status
        move 36 to return-code
        stop run
    end-if
    add 1 to extract_count.

close_load_type.
    move load_groups to disp_n1
    move load_runs to disp_n2
    move spaces to tt_text
    string "LOAD TYPE " delimited by size
        function trim(prev_load) delimited by size
        " TOTAL: " delimited by size
        function trim(disp_n1) delimited by size
        " GROUP(S), " delimited by size
        function trim(disp_n2) delimited by size
        " RUN(S)" delimited by size
        into tt_text
    end-string
    move spaces to print_text
    perform print_blank_line
    move total_line to print_text
    perform print_text_line.

close_host.
    move host_loads to disp_n1
    move host_runs to disp_n2
    move spaces to tt_text
    string "HOST " delimited by size
        function trim(prev_host) delimited by size
        " TOTAL: " delimited by size
        function trim(disp_n1) delimited by size
        " LOAD TYPE(S), " delimited by size
        function trim(disp_n2) delimited by size
        " RUN(S)" delimited by size
        into tt_text
    end-string
    move total_line to print_text
    perform print_text_line.

print_final_totals.
    move total_hosts to disp_n1
    move total_groups to disp_n2
    move runs_released to disp_n3
    move spaces to tt_text
    string "REPORT TOTAL: " delimited by size
        function trim(disp_n1) delimited by size
        " HOST(S), " delimited by size
        function trim(disp_n2) delimited by size
        " GROUP(S), " delimited by size
        function trim(disp_n3) delimited by size
        " RUN(S)" delimited by size
        into tt_text
    end-string
    move spaces to print_text
    perform print_blank_line
    move total_line to print_text
    perform print_text_line
    move runs_excluded to disp_n1
    move spaces to tt_text
    string function trim(disp_n1) delimited by size
        " RUN(S) EXCLUDED: NOT CLOSED BY A SUMMARY, FORK OR"
        " WORKER FAILURES, OPERATOR KILLS, RESTARTED, OR NO"
        " OPS/S FIGURE" delimited by size
        into tt_text
    end-string
    move total_line to print_text
    perform print_text_line.

*> one report line, with a page heading first whenever the page is
*> full (or a host break asked for a fresh one).
print_text_line.
    if line_count >= lines_per_page
        perform print_page_heading
    end-if
    move print_text to rp_line
    write rp_line after advancing 1 line
    perform check_report_write
    add 1 to line_count.

*> a spacing line, left out at the top of a page.
print_blank_line.
    if line_count > 3 and line_count < lines_per_page
        move spaces to rp_line
        write rp_line after advancing 1 line
        perform check_report_write
        add 1 to line_count
    end-if.

print_page_heading.
    add 1 to page_count
    move run_date to hd_date
    move page_count to hd_page
    move hd_line1 to rp_line
    write rp_line after advancing page
    perform check_report_write
    move prev_host to hd_host
    move spaces to hd_floor
    evaluate true
        when floor_ops
            move floor_value to bk_avg
            move bk_avg to bl_avg
            string "FLOOR " delimited by size
                function trim(bl_avg) delimited by size
                " OPS/S" delimited by size
                into hd_floor
            end-string
        when floor_pct
            move floor_percent to disp_n1
            string "FLOOR " delimited by size
                function trim(disp_n1) delimited by size
                "% OF EACH GROUP'S FITTED START" delimited by size
                into hd_floor
            end-string
        when other
            move "NO FLOOR GIVEN" to hd_floor
    end-evaluate
    move hd_line2 to rp_line
    write rp_line after advancing 1 line
    perform check_report_write
    move spaces to rp_line
    write rp_line after advancing 1 line
    perform check_report_write
    move 3 to line_count.

check_report_write.
    if rp_file_status not = "00"
        display "mpmt1cap: write to mpmt1cap.lst failed, file status "
            rp_file_status
        move 36 to return-code
        stop run
    end-if.

*> day_num (UTC days since 1970-01-01) to yyyymmdd in ymd_work.
day_to_ymd.
    compute ymd_work =
        function date-of-integer(day_num + epoch_int).

*> ymd_work as yyyy-mm-dd in date_text.
format_ymd.
    move spaces to date_text
    string ymd_yyyy delimited by size
        "-" delimited by size
        ymd_mm delimited by size
        "-" delimited by size
        ymd_dd delimited by size
        into date_text
    end-string.

end program mpmt1cap.

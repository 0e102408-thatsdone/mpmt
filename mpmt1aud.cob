*>
*> mpmt1aud.cob: run-log integrity audit for mpmt1 -- reads the
*> indexed archive (mpmt1.arc) and the live log (mpmt1.log)
*> together and reconciles every run-id found in either, before
*> mpmt1rpt trusts the records or mpmt1arc prunes them.
*>
*> mpmt1.log is written by mpmt1, its forked workers, the recovery
*> sweep (mpmt1rcv), the mpmt1mon console and mpmt1arc, so a record
*> can land where it should not. For each run the audit checks:
*>   * exactly one RUNHDR, ahead of every other record of the run
*>     (its RUNCTX record included);
*>   * at most one closing record (SUMMARY/ABORTED/DEADLINE/CRASHED),
*>     with no worker records after it;
*>   * worker records reconciling with the closing record's forked
*>     count (allowing for worker failures and operator kills), no
*>     worker phase logged twice, and every LATHIST histogram and
*>     RPLEND end state belonging to a logged worker phase;
*>   * at most one RPLREC replay reconciliation, and no PSTAT
*>     process stats, after the closing record;
*>   * a REFUSED record (a run mpmt1 would not start on a host
*>     protected in the mpmt1aut register) standing alone under its
*>     run-id: a refused run has no RUNHDR or closing record, and
*>     must have nothing else either;
*>   * RESTART markers only on a run that was checkpointed -- one
*>     that had heartbeats (TELEM records) and was still open when
*>     it was restarted;
*>   * the run in the archive or the live log, never both;
*>   * numeric fields that are numeric, and every record's host
*>     label matching the RUNHDR's.
*>
*> License:
*>   Apache License, Version 2.0
*> History:
*>   * 2026/10/15 v0.1 Initial version.
*>   * 2026/10/15     Recognize the REFUSED record mpmt1 logs for a
*>                     run refused on a protected host: a run-id with
*>                     only its REFUSED record is complete, one with
*>                     anything else logged under it is an exception.
*>   * 2026/10/15     Check the sort and merge pass counts SRT-era
*>                     worker records carry after the host label.
*>   * 2026/10/15     Recognize the RUNCTX record mpmt1 writes behind
*>                     the RUNHDR. Size the run table for years of
*>                     archive history (3000 runs, 60000 worker
*>                     phases) and keep 1000 runs of it for the live
*>                     log, so the runs mpmt1arc is about to archive
*>                     are always audited; only the newest archived
*>                     runs that fit are re-audited.
*> Usage:
*>   * `$ cobc -x -free -o mpmt1aud mpmt1aud.cob`
*>   * run it in the directory holding mpmt1.log:
*>     `mpmt1aud [archive-file]` (the archive defaults to mpmt1.arc;
*>     a missing archive just means the live log is audited alone).
*>   * the nightly housekeeping job runs it ahead of mpmt1arc and
*>     only lets the prune go ahead on RETURN-CODE 0 or 4.
*> RETURN-CODEs:
*>   0  - every run reconciled
*>   4  - warnings only (a run still open, unrecognized lines)
*>   8  - exceptions found: see the report
*>   30 - mpmt1.log could not be opened
*>   34 - the archive file exists but could not be read
*>
identification division.
program-id. mpmt1aud.

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
    select optional lock_file assign to "mpmt1.lock"
        organization line sequential
        file status is lk_file_status.

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

fd  lock_file.
    01 lk_line pic x(96).

working-storage section.
    01 rl_file_status pic xx.
    01 ar_file_status pic xx.
    01 lk_file_status pic xx.
    01 rl_eof pic x value "N".
        88 rl_at_eof value "Y".
    01 ar_eof pic x value "N".
        88 ar_at_eof value "Y".

    01 aud_arg pic x(256) value spaces.
    01 archive_path pic x(256) value "mpmt1.arc".
    01 archive_read pic x value "N".
        88 archive_was_read value "Y".

    *> the record being audited, where it came from, and its tokens.
    01 aud_line pic x(256) value spaces.
    01 aud_source pic x value space.
        88 from_live    value "L".
        88 from_archive value "A".
    01 tok_table.
        05 tok occurs 32 times pic x(80).
    01 tok_count pic 99 value 0.
    01 rec_run_id pic 9(15) value 0.
    01 rec_tag pic x(8) value spaces.
    01 rec_host pic x(32) value spaces.
    01 rec_host_tok pic 99 value 0.
    01 rec_pid pic 9(9) value 0.
    01 rec_phase pic 99 value 0.
    01 num_first pic 99 value 0.
    01 num_last pic 99 value 0.
    01 num_skip pic 99 value 0.
    01 num_idx pic 99 value 0.
    01 num_bad pic x value "N".
        88 num_is_bad value "Y".

    *> one slot per run-id, in first-appearance order (archive
    *> first, so oldest first). The archive is never pruned, so it
    *> may only fill the table up to live_reserve slots short: its
    *> oldest runs, audited before they were archived, give way to
    *> its newest, and the live log -- the runs about to be archived
    *> -- always has room. A live run that still finds the table
    *> full is the one overflow that is a finding.
    01 max_runs pic 9(4) value 3000.
    01 live_reserve pic 9(4) value 1000.
    01 run_count pic 9(4) value 0.
    01 runs_skipped pic 9(6) value 0.
    01 arc_slot_limit pic 9(4) value 0.
    01 arc_run_total pic 9(7) value 0.
    01 arc_runs_to_skip pic 9(7) value 0.
    01 arc_run_ordinal pic 9(7) value 0.
    01 arc_prev_run pic 9(15) value 0.
    01 run_table.
        05 run_entry occurs 3000 times.
            10 au_run_id      pic 9(15).
            10 au_live        pic 9(6).
            10 au_arc         pic 9(6).
            10 au_hdr         pic 9(4).
            10 au_host        pic x(32).
            10 au_close       pic 9(4).
            10 au_close_tag   pic x(8).
            10 au_forked      pic 9(4).
            10 au_failed      pic 9(4).
            10 au_workers     pic 9(4).
            10 au_phases      pic 9(6).
            10 au_lathist     pic 9(6).
            10 au_lat_orphan  pic 9(6).
            10 au_rpl_orphan  pic 9(6).
            10 au_rplrec      pic 9(4).
            10 au_rplrec_late pic 9(4).
            10 au_pst_late    pic 9(6).
            10 au_restarts    pic 9(4).
            10 au_rst_closed  pic 9(4).
            10 au_rst_no_tick pic 9(4).
            10 au_telem       pic 9(6).
            10 au_opkills     pic 9(4).
            10 au_host_bad    pic 9(6).
            10 au_bad_num     pic 9(6).
            10 au_bad_tag     pic x(8).
            10 au_before_hdr  pic 9(6).
            10 au_after_close pic 9(6).
            10 au_dup_phase   pic 9(6).
            10 au_refused     pic 9(4).
            *> the run's first entry in the phase table: none of its
            *> phases sit ahead of it, so a search stops there.
            10 au_first_phase pic 9(5).
    01 ridx pic 9(4).
    01 cur  pic 9(4) value 0.

    *> every worker phase record seen, to catch a phase logged twice
    *> and a LATHIST with no worker record behind it.
    01 max_phases pic 9(5) value 60000.
    01 phase_count pic 9(5) value 0.
    01 phases_unchecked pic 9(6) value 0.
    01 phase_table.
        05 phase_entry occurs 60000 times.
            10 ph_run_slot pic 9(4).
            10 ph_pid      pic 9(9).
            10 ph_phase    pic 99.
    01 pidx pic 9(5).
    01 phase_found pic x value "N".
        88 phase_was_found value "Y".

    *> the run mpmt1.lock says is live right now, if any: its open
    *> state is not a finding.
    01 lock_run_id pic 9(15) value 0.
    01 lk_tok_table.
        05 lk_tok occurs 4 times pic x(32).

    01 unrecognized pic 9(6) value 0.
    01 total_records pic 9(7) value 0.
    01 total_errors pic 9(6) value 0.
    01 total_warnings pic 9(6) value 0.
    01 runs_flagged pic 9(4) value 0.
    01 finding_sev pic x value space.
    01 finding_text pic x(100) value spaces.
    01 run_heading_done pic x value "N".
        88 run_heading_shown value "Y".
    01 where_text pic x(20) value spaces.
    01 workers_accounted pic 9(6) value 0.
    01 refused_total pic 9(6) value 0.
    01 run_records pic 9(7) value 0.

procedure division.
main section.

    accept aud_arg from argument-value
    if aud_arg not = spaces
        move aud_arg to archive_path
    end-if

    perform read_lock_file

    *> the archive holds the older runs: audit it first so the run
    *> table comes out oldest first.
    perform read_archive
    perform read_live_log

    if run_count = 0
        display "mpmt1aud: no run records found"
        if unrecognized > 0
            display "mpmt1aud: " unrecognized
                " unrecognized line(s)"
            move 4 to return-code
        end-if
        stop run
    end-if

    display "=== mpmt1 run-log audit: " run_count " run(s), "
        total_records " record(s) ==="
    if archive_was_read
        display "    sources: " function trim(archive_path)
            ", mpmt1.log"
    else
        display "    sources: mpmt1.log (no archive "
            function trim(archive_path) ")"
    end-if
    if arc_runs_to_skip > 0
        display "    " arc_runs_to_skip " older archived run(s) not"
            " re-audited (the newest " arc_slot_limit " were)"
    end-if
    if refused_total > 0
        display "    " refused_total " run(s) refused on protected"
            " hosts"
    end-if
    move 1 to ridx
    perform until ridx > run_count
        perform audit_one_run
        add 1 to ridx
    end-perform

    if unrecognized > 0
        display "mpmt1aud: W " unrecognized
            " line(s) with no recognizable record type or run-id"
        add 1 to total_warnings
    end-if
    if runs_skipped > 0
        display "mpmt1aud: E " runs_skipped " record(s) of runs beyond"
            " the " max_runs "-run table were not audited"
        add 1 to total_errors
    end-if
    if phases_unchecked > 0
        display "mpmt1aud: W " phases_unchecked " worker phase(s)"
            " beyond the " max_phases "-entry table were not checked"
            " for duplicates"
        add 1 to total_warnings
    end-if

    display "=== " runs_flagged " run(s) with findings: "
        total_errors " exception(s), " total_warnings
        " warning(s) ==="
    evaluate true
        when total_errors > 0
            move 8 to return-code
        when total_warnings > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate

    stop run.

read_lock_file.
    open input lock_file
    if lk_file_status not = "00"
        exit paragraph
    end-if
    read lock_file
        at end
            move spaces to lk_line
    end-read
    close lock_file
    move spaces to lk_tok_table
    unstring lk_line delimited by all " "
        into lk_tok(1) lk_tok(2) lk_tok(3) lk_tok(4)
    end-unstring
    if lk_tok(1) = "LOCK" and lk_tok(2) not = spaces
        and function test-numval(lk_tok(2)) = 0
        compute lock_run_id = function numval(lk_tok(2))
    end-if.

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
            display "mpmt1aud: cannot open "
                function trim(archive_path) ", file status "
                ar_file_status
            move 34 to return-code
            stop run
    end-evaluate
    perform count_archive_runs
    set from_archive to true
    move 0 to arc_run_ordinal arc_prev_run
    move "N" to ar_eof
    perform until ar_at_eof
        read archive_file next record
            at end
                set ar_at_eof to true
            not at end
                *> a run's records sit together in key order, so a
                *> new run-id is the next run.
                if ar_run_id not = arc_prev_run
                    add 1 to arc_run_ordinal
                    move ar_run_id to arc_prev_run
                end-if
                if arc_run_ordinal > arc_runs_to_skip
                    move ar_line to aud_line
                    perform audit_record
                end-if
        end-read
    end-perform
    close archive_file.

*> one pass over the archive keys to count its runs, so the oldest
*> ones beyond its share of the table can be passed over; the file
*> is then re-opened for the audit pass.
count_archive_runs.
    move 0 to arc_run_total arc_prev_run
    move "N" to ar_eof
    perform until ar_at_eof
        read archive_file next record
            at end
                set ar_at_eof to true
            not at end
                if ar_run_id not = arc_prev_run
                    add 1 to arc_run_total
                    move ar_run_id to arc_prev_run
                end-if
        end-read
    end-perform
    close archive_file
    compute arc_slot_limit = max_runs - live_reserve
    if arc_run_total > arc_slot_limit
        compute arc_runs_to_skip = arc_run_total - arc_slot_limit
    else
        move 0 to arc_runs_to_skip
    end-if
    open input archive_file
    if ar_file_status not = "00"
        display "mpmt1aud: cannot re-open "
            function trim(archive_path) ", file status "
            ar_file_status
        move 34 to return-code
        stop run
    end-if.

read_live_log.
    open input run_log_file
    if rl_file_status not = "00" and rl_file_status not = "05"
        display "mpmt1aud: cannot open mpmt1.log, file status "
            rl_file_status
        move 30 to return-code
        stop run
    end-if
    set from_live to true
    move "N" to rl_eof
    perform until rl_at_eof
        read run_log_file
            at end
                set rl_at_eof to true
            not at end
                move rl_line to aud_line
                perform audit_record
        end-read
    end-perform
    close run_log_file.

*> tokenize one record, find its run, and hand it to the check for
*> its type.
audit_record.
    move spaces to tok_table
    move 0 to tok_count
    unstring aud_line delimited by all " "
        into tok(1) tok(2) tok(3) tok(4) tok(5) tok(6) tok(7) tok(8)
             tok(9) tok(10) tok(11) tok(12) tok(13) tok(14) tok(15)
             tok(16) tok(17) tok(18) tok(19) tok(20) tok(21) tok(22)
             tok(23) tok(24) tok(25) tok(26) tok(27) tok(28) tok(29)
             tok(30) tok(31) tok(32)
        tallying in tok_count
    end-unstring
    if tok(1) = spaces
        exit paragraph
    end-if
    add 1 to total_records
    move 0 to rec_host_tok num_skip
    evaluate true
        when tok(1)(1:15) is numeric
            move "worker" to rec_tag
            move 17 to rec_host_tok
            move 1 to num_first
            move 16 to num_last
            move 11 to num_skip
        when tok(1) = "RUNHDR"
            move tok(1) to rec_tag
            move 10 to rec_host_tok
            move 2 to num_first
            move 6 to num_last
            move 4 to num_skip
        when tok(1) = "SUMMARY" or tok(1) = "ABORTED"
            or tok(1) = "DEADLINE" or tok(1) = "CRASHED"
            move tok(1) to rec_tag
            move 11 to rec_host_tok
            move 2 to num_first
            move 10 to num_last
        when tok(1) = "TELEM"
            move tok(1) to rec_tag
            move 12 to rec_host_tok
            move 2 to num_first
            move 11 to num_last
        when tok(1) = "RESTART"
            move tok(1) to rec_tag
            move 5 to rec_host_tok
            move 2 to num_first
            move 4 to num_last
        when tok(1) = "OPKILL"
            move tok(1) to rec_tag
            move 7 to rec_host_tok
            move 2 to num_first
            move 5 to num_last
        when tok(1) = "OPER"
            move tok(1) to rec_tag
            move 7 to rec_host_tok
            move 2 to num_first
            move 3 to num_last
        when tok(1) = "LATHIST"
            move tok(1) to rec_tag
            move 21 to rec_host_tok
            move 2 to num_first
            move 20 to num_last
            move 5 to num_skip
        when tok(1) = "RPLEND"
            move tok(1) to rec_tag
            move 14 to rec_host_tok
            move 2 to num_first
            move 12 to num_last
            move 8 to num_skip
        when tok(1) = "RPLREC"
            move tok(1) to rec_tag
            move 10 to rec_host_tok
            move 2 to num_first
            move 8 to num_last
        when tok(1) = "PSTAT"
            move tok(1) to rec_tag
            move 13 to rec_host_tok
            move 2 to num_first
            move 12 to num_last
        when tok(1) = "REFUSED"
            move tok(1) to rec_tag
            move 8 to rec_host_tok
            move 2 to num_first
            move 4 to num_last
        when tok(1) = "RUNCTX"
            move tok(1) to rec_tag
            move 7 to rec_host_tok
            move 2 to num_first
            move 4 to num_last
            move 3 to num_skip
        when other
            add 1 to unrecognized
            exit paragraph
    end-evaluate
    *> the run-id: first token on a worker record, second on the
    *> tagged ones.
    if rec_tag = "worker"
        compute rec_run_id = function numval(tok(1))
    else
        if tok(2)(1:15) not numeric or tok(2)(16:1) not = space
            add 1 to unrecognized
            exit paragraph
        end-if
        compute rec_run_id = function numval(tok(2))
    end-if
    perform find_run_slot
    if cur = 0
        exit paragraph
    end-if
    if from_live
        add 1 to au_live(cur)
    else
        add 1 to au_arc(cur)
    end-if
    perform check_numeric_fields
    *> worker records since the SRT load type carry the sort and
    *> merge pass counts after the host label.
    if rec_tag = "worker" and tok_count > rec_host_tok
        and not num_is_bad
        compute num_first = rec_host_tok + 1
        compute num_last = rec_host_tok + 2
        move 0 to num_skip
        perform check_numeric_fields
    end-if
    move spaces to rec_host
    if tok_count >= rec_host_tok
        move tok(rec_host_tok) to rec_host
    end-if
    evaluate rec_tag
        when "RUNHDR"
            perform take_run_header
        when "worker"
            perform take_worker_record
        when "SUMMARY"
        when "ABORTED"
        when "DEADLINE"
        when "CRASHED"
            perform take_closing_record
        when "TELEM"
            add 1 to au_telem(cur)
        when "RESTART"
            perform take_restart_record
        when "OPKILL"
            add 1 to au_opkills(cur)
        when "LATHIST"
            perform take_lathist_record
        when "RPLEND"
            perform take_rplend_record
        when "RPLREC"
            add 1 to au_rplrec(cur)
            if au_close(cur) > 0
                add 1 to au_rplrec_late(cur)
            end-if
        when "PSTAT"
            if au_close(cur) > 0
                add 1 to au_pst_late(cur)
            end-if
        when "REFUSED"
            add 1 to au_refused(cur) refused_total
            if au_hdr(cur) = 0 and au_host(cur) = spaces
                move rec_host to au_host(cur)
            end-if
        when other
            continue
    end-evaluate
    if rec_tag not = "RUNHDR" and rec_tag not = "REFUSED"
        if au_hdr(cur) = 0
            add 1 to au_before_hdr(cur)
        else
            if rec_host not = spaces and rec_host not = au_host(cur)
                add 1 to au_host_bad(cur)
            end-if
        end-if
    end-if.

*> the tokens num_first through num_last of the record must be
*> numbers (a leading minus allowed), bar the one text field
*> (num_skip) some layouts carry among them.
check_numeric_fields.
    move "N" to num_bad
    move num_first to num_idx
    perform until num_idx > num_last or num_idx > tok_count
        if num_idx not = num_skip
            if tok(num_idx) = spaces
                or function test-numval(tok(num_idx)) not = 0
                set num_is_bad to true
            end-if
        end-if
        add 1 to num_idx
    end-perform
    if num_is_bad
        if au_bad_num(cur) = 0
            move rec_tag to au_bad_tag(cur)
        end-if
        add 1 to au_bad_num(cur)
    end-if.

find_run_slot.
    move 0 to cur
    move 1 to ridx
    perform until ridx > run_count or cur > 0
        if au_run_id(ridx) = rec_run_id
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
            move rec_run_id to au_run_id(cur)
        end-if
    end-if.

take_run_header.
    add 1 to au_hdr(cur)
    if au_hdr(cur) = 1
        move rec_host to au_host(cur)
    else
        if rec_host not = au_host(cur)
            add 1 to au_host_bad(cur)
        end-if
    end-if.

take_worker_record.
    if au_close(cur) > 0
        add 1 to au_after_close(cur)
    end-if
    add 1 to au_phases(cur)
    compute rec_pid = function numval(tok(2))
    if tok_count >= 10 and function test-numval(tok(10)) = 0
        compute rec_phase = function numval(tok(10))
    else
        move 1 to rec_phase
    end-if
    if rec_phase = 1
        add 1 to au_workers(cur)
    end-if
    perform find_phase_entry
    if phase_was_found
        add 1 to au_dup_phase(cur)
        exit paragraph
    end-if
    if phase_count >= max_phases
        add 1 to phases_unchecked
        exit paragraph
    end-if
    add 1 to phase_count
    if au_first_phase(cur) = 0
        move phase_count to au_first_phase(cur)
    end-if
    move cur to ph_run_slot(phase_count)
    move rec_pid to ph_pid(phase_count)
    move rec_phase to ph_phase(phase_count).

*> a histogram is written right behind its worker record, so the
*> worker phase it belongs to must already have been seen.
take_lathist_record.
    add 1 to au_lathist(cur)
    if function test-numval(tok(3)) not = 0
        or function test-numval(tok(4)) not = 0
        add 1 to au_lat_orphan(cur)
        exit paragraph
    end-if
    compute rec_pid = function numval(tok(3))
    compute rec_phase = function numval(tok(4))
    perform find_phase_entry
    if not phase_was_found and phase_count < max_phases
        add 1 to au_lat_orphan(cur)
    end-if.

*> an RPL end state is written right behind the phase's LATHIST,
*> so its worker phase must already have been seen too.
take_rplend_record.
    if function test-numval(tok(3)) not = 0
        or function test-numval(tok(4)) not = 0
        add 1 to au_rpl_orphan(cur)
        exit paragraph
    end-if
    compute rec_pid = function numval(tok(3))
    compute rec_phase = function numval(tok(4))
    perform find_phase_entry
    if not phase_was_found and phase_count < max_phases
        add 1 to au_rpl_orphan(cur)
    end-if.

find_phase_entry.
    move "N" to phase_found
    if au_first_phase(cur) = 0
        exit paragraph
    end-if
    move phase_count to pidx
    perform until pidx < au_first_phase(cur) or phase_was_found
        if ph_run_slot(pidx) = cur and ph_pid(pidx) = rec_pid
            and ph_phase(pidx) = rec_phase
            set phase_was_found to true
        end-if
        subtract 1 from pidx
    end-perform.

take_closing_record.
    add 1 to au_close(cur)
    if au_close(cur) = 1
        move rec_tag to au_close_tag(cur)
        if function test-numval(tok(4)) = 0
            compute au_forked(cur) = function numval(tok(4))
        end-if
        if tok_count >= 6 and function test-numval(tok(6)) = 0
            compute au_failed(cur) = function numval(tok(6))
        end-if
    end-if.

*> a restart is only possible from a checkpoint, and the checkpoint
*> is written on the same heartbeat tick as TELEM and removed when
*> the run closes: a RESTART needs heartbeats before it and no
*> closing record yet.
take_restart_record.
    add 1 to au_restarts(cur)
    if au_close(cur) > 0
        add 1 to au_rst_closed(cur)
    end-if
    if au_telem(cur) = 0
        add 1 to au_rst_no_tick(cur)
    end-if.

*> turn one run's counters into its findings, printing the run's
*> heading ahead of the first one.
audit_one_run.
    move "N" to run_heading_done
    if au_arc(ridx) > 0 and au_live(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string "in both the archive (" delimited by size
            au_arc(ridx) delimited by size
            " records) and the live log (" delimited by size
            au_live(ridx) delimited by size
            " records)" delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    *> a refused run is complete with its REFUSED record alone.
    if au_refused(ridx) > 0
        perform audit_refusal
        compute run_records = au_live(ridx) + au_arc(ridx)
        if au_refused(ridx) = run_records
            if run_heading_shown
                add 1 to runs_flagged
            end-if
            exit paragraph
        end-if
    end-if
    evaluate true
        when au_hdr(ridx) = 0
            move "E" to finding_sev
            move spaces to finding_text
            string "no RUNHDR record (" delimited by size
                au_before_hdr(ridx) delimited by size
                " record(s) under this run-id)" delimited by size
                into finding_text
            end-string
            perform report_finding
        when au_hdr(ridx) > 1
            move "E" to finding_sev
            move spaces to finding_text
            string au_hdr(ridx) delimited by size
                " RUNHDR records" delimited by size
                into finding_text
            end-string
            perform report_finding
        when other
            continue
    end-evaluate
    if au_before_hdr(ridx) > 0 and au_hdr(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_before_hdr(ridx) delimited by size
            " record(s) ahead of the RUNHDR" delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    perform audit_closing
    if au_after_close(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_after_close(ridx) delimited by size
            " worker record(s) after the closing record"
            delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_dup_phase(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_dup_phase(ridx) delimited by size
            " worker phase(s) logged more than once"
            delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_lat_orphan(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_lat_orphan(ridx) delimited by size
            " LATHIST record(s) with no worker phase record"
            delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_rpl_orphan(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_rpl_orphan(ridx) delimited by size
            " RPLEND record(s) with no worker phase record"
            delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_rplrec(ridx) > 1
        move "E" to finding_sev
        move spaces to finding_text
        string au_rplrec(ridx) delimited by size
            " RPLREC records" delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_rplrec_late(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_rplrec_late(ridx) delimited by size
            " RPLREC record(s) after the closing record"
            delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_pst_late(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_pst_late(ridx) delimited by size
            " PSTAT record(s) after the closing record"
            delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_rst_closed(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_rst_closed(ridx) delimited by size
            " RESTART marker(s) after the run was closed"
            delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_rst_no_tick(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_rst_no_tick(ridx) delimited by size
            " RESTART marker(s) on a run never checkpointed"
            " (no heartbeat before it)" delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_bad_num(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_bad_num(ridx) delimited by size
            " record(s) with malformed numeric fields (first: "
            delimited by size
            function trim(au_bad_tag(ridx)) delimited by size
            ")" delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_host_bad(ridx) > 0
        move "E" to finding_sev
        move spaces to finding_text
        string au_host_bad(ridx) delimited by size
            " record(s) with a host label other than the RUNHDR's "
            delimited by size
            function trim(au_host(ridx)) delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if run_heading_shown
        add 1 to runs_flagged
    end-if.

audit_refusal.
    if au_refused(ridx) > 1
        move "E" to finding_sev
        move spaces to finding_text
        string au_refused(ridx) delimited by size
            " REFUSED records" delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    compute run_records = au_live(ridx) + au_arc(ridx)
        - au_refused(ridx)
    if run_records > 0
        move "E" to finding_sev
        move spaces to finding_text
        string "refused, yet " delimited by size
            run_records delimited by size
            " other record(s) under this run-id" delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if.

*> the closing record: at most one, and its forked count squared
*> with the worker records. A clean SUMMARY must account for every
*> forked worker (a failed or operator-killed one leaves no record);
*> a run cut short by ABORTED/DEADLINE/CRASHED may be short of
*> records, never over. A restarted run's closing record counts only
*> the re-forked workers, so its count is not held to the records.
audit_closing.
    if au_close(ridx) > 1
        move "E" to finding_sev
        move spaces to finding_text
        string au_close(ridx) delimited by size
            " closing records (first " delimited by size
            function trim(au_close_tag(ridx)) delimited by size
            ")" delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if
    if au_close(ridx) = 0
        if au_run_id(ridx) not = lock_run_id
            move "W" to finding_sev
            move spaces to finding_text
            string "no closing record: still running, or crashed"
                " and not yet swept" delimited by size
                into finding_text
            end-string
            perform report_finding
        end-if
        exit paragraph
    end-if
    if au_restarts(ridx) > 0
        exit paragraph
    end-if
    compute workers_accounted =
        au_workers(ridx) + au_failed(ridx) + au_opkills(ridx)
    if au_workers(ridx) > au_forked(ridx)
        or (au_close_tag(ridx) = "SUMMARY"
            and workers_accounted < au_forked(ridx))
        move "E" to finding_sev
        move spaces to finding_text
        string function trim(au_close_tag(ridx)) delimited by size
            " forked=" delimited by size
            au_forked(ridx) delimited by size
            " but " delimited by size
            au_workers(ridx) delimited by size
            " worker record(s), " delimited by size
            au_failed(ridx) delimited by size
            " failed, " delimited by size
            au_opkills(ridx) delimited by size
            " operator-killed" delimited by size
            into finding_text
        end-string
        perform report_finding
    end-if.

report_finding.
    if not run_heading_shown
        evaluate true
            when au_arc(ridx) > 0 and au_live(ridx) > 0
                move "archive + live log" to where_text
            when au_arc(ridx) > 0
                move "archive" to where_text
            when other
                move "live log" to where_text
        end-evaluate
        if au_host(ridx) = spaces
            move "-" to au_host(ridx)
        end-if
        display "run " au_run_id(ridx) " ("
            function trim(where_text) ", host "
            function trim(au_host(ridx)) ")"
        set run_heading_shown to true
    end-if
    display "  " finding_sev " " function trim(finding_text)
    if finding_sev = "E"
        add 1 to total_errors
    else
        add 1 to total_warnings
    end-if.

end program mpmt1aud.

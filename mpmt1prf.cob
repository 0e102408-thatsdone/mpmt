*>
*> mpmt1prf.cob: test-profile catalog maintenance for mpmt1 -- keeps
*> named run profiles (everything a control file holds: NUM_CONTEXT,
*> DURATION_LIST, LOAD_TYPE, INTENSITY_LIST, CORE_LIST, GRACE_SEC,
*> DEADLINE_SEC, replay files, ... plus the scenario steps) in one
*> indexed catalog, mpmt1.prf, so a run started with
*> "mpmt1cob -p profile-name" is reproducible and its RUNCTX record
*> says exactly which profile, at which version, it ran.
*>
*> Profiles are imported from an ordinary control file (and an
*> optional scenario file), so an existing -f/-s pair becomes a
*> profile as it stands. Every alteration -- add, change, retire --
*> bumps the profile's version and leaves a change-history record
*> carrying the version, when, who and what. A retired profile stays
*> in the catalog for the history but can no longer be run or
*> changed.
*>
*> Catalog records, keyed by profile name + record type + sequence:
*>   H  header: version, status (A active / R retired), created,
*>      last changed, changed by, control and scenario line counts
*>   K  one control-file key=value line
*>   S  one scenario line (one worker's step list)
*>   C  one change-history entry, sequenced by version
*>
*> License:
*>   Apache License, Version 2.0
*> History:
*>   * 2026/10/15 v0.1 Initial version.
*> Usage:
*>   * `$ cobc -x -free -o mpmt1prf mpmt1prf.cob`
*>   * run it in the directory holding mpmt1.prf (created by the
*>     first add):
*>       mpmt1prf add name control-file [scenario-file]
*>       mpmt1prf change name control-file [scenario-file]
*>       mpmt1prf copy from-name to-name
*>       mpmt1prf retire name
*>       mpmt1prf list [name]
*>   * a SCENARIO_FILE key in the control file is not kept as a key:
*>     the scenario it names is imported as the profile's steps,
*>     unless a scenario file is given on the command line.
*>   * profile names are up to 24 characters, no blanks.
*> RETURN-CODEs:
*>   0  - done
*>   30 - the catalog mpmt1.prf could not be opened
*>   31 - the control or scenario file could not be read, or held
*>        nothing to keep
*>   32 - no such profile
*>   33 - bad arguments
*>   34 - a profile of that name already exists
*>   35 - the profile is retired
*>   36 - the catalog could not be written
*>
identification division.
program-id. mpmt1prf.

environment division.
input-output section.
file-control.
    select optional profile_file assign to "mpmt1.prf"
        organization indexed
        access mode dynamic
        record key pf_key
        file status is pf_file_status.
    select input_file assign to dynamic input_path
        organization line sequential
        file status is in_file_status.

data division.
file section.
*> one catalog record; the text area is a control-file line, a
*> scenario line, or (redefined) the header or a history entry.
fd  profile_file.
    01 profile_record.
        05 pf_key.
            10 pf_name pic x(24).
            10 pf_type pic x.
                88 pf_is_header  value "H".
                88 pf_is_key     value "K".
                88 pf_is_step    value "S".
                88 pf_is_history value "C".
            10 pf_seq  pic 9(4).
        05 pf_text pic x(256).
        05 pf_header redefines pf_text.
            10 pf_version    pic 9(4).
            10 pf_status     pic x.
                88 pf_active  value "A".
                88 pf_retired value "R".
            10 pf_created    pic x(14).
            10 pf_changed    pic x(14).
            10 pf_changed_by pic x(16).
            10 pf_key_lines  pic 9(4).
            10 pf_step_lines pic 9(4).
            10 filler        pic x(199).
        05 pf_history redefines pf_text.
            10 pf_ch_version pic 9(4).
            10 pf_ch_when    pic x(14).
            10 pf_ch_user    pic x(16).
            10 pf_ch_action  pic x(8).
            10 pf_ch_note    pic x(200).
            10 filler        pic x(14).

fd  input_file.
    01 in_line pic x(256).

working-storage section.
    01 pf_file_status pic xx.
    01 in_file_status pic xx.
    01 in_eof pic x value "N".
        88 in_at_eof value "Y".
    01 pf_eof pic x value "N".
        88 pf_at_eof value "Y".

    01 prf_arg pic x(256) value spaces.
    01 prf_command pic x(8) value spaces.
    01 prf_name pic x(256) value spaces.
    01 prf_name2 pic x(256) value spaces.
    01 check_name pic x(256) value spaces.
    01 name_blanks pic 9(4) value 0.
    01 input_path pic x(256) value spaces.
    01 ctl_path pic x(256) value spaces.
    01 scn_path pic x(256) value spaces.
    01 prf_user pic x(16) value spaces.
    01 now_stamp pic x(14) value spaces.
    01 history_action pic x(8) value spaces.
    01 history_note pic x(200) value spaces.

    *> the profile being added or changed is staged here in full
    *> before the catalog is touched, so an unreadable input file
    *> never leaves a half-written profile behind.
    01 max_key_lines pic 9(4) value 200.
    01 key_count pic 9(4) value 0.
    01 key_table.
        05 key_line occurs 200 times pic x(256).
    01 max_step_lines pic 9(4) value 999.
    01 step_count pic 9(4) value 0.
    01 step_table.
        05 step_line occurs 999 times pic x(256).
    01 lidx pic 9(4).

    01 in_text pic x(256) value spaces.
    01 in_key pic x(32) value spaces.
    01 in_value pic x(224) value spaces.

    *> version and creation stamp of the profile being written,
    *> kept across the reads and deletes that reuse the record area.
    01 hold_version pic 9(4) value 0.
    01 hold_created pic x(14) value spaces.
    01 from_name pic x(24) value spaces.
    01 from_version pic 9(4) value 0.

    01 purge_type pic x value space.
    01 list_type pic x value space.
    01 list_found pic 9(4) value 0.
    01 stamp_in pic x(14) value spaces.
    01 shown_when pic x(19) value spaces.

procedure division.
main section.

    accept prf_user from environment "USER"
    if prf_user = spaces
        accept prf_user from environment "LOGNAME"
    end-if
    if prf_user = spaces
        move "unknown" to prf_user
    end-if
    move function current-date(1:14) to now_stamp

    accept prf_arg from argument-value
    move function upper-case(function trim(prf_arg)) to prf_command
    move spaces to prf_arg
    accept prf_arg from argument-value
    move prf_arg to prf_name
    move spaces to prf_arg
    accept prf_arg from argument-value
    move prf_arg to prf_name2
    move spaces to prf_arg
    accept prf_arg from argument-value
    move prf_arg to scn_path

    evaluate prf_command
        when "ADD"
            perform add_profile
        when "CHANGE"
            perform change_profile
        when "COPY"
            perform copy_profile
        when "RETIRE"
            perform retire_profile
        when "LIST"
            perform list_profiles
        when other
            perform show_usage
            move 33 to return-code
    end-evaluate

    stop run.

show_usage.
    display "mpmt1prf: usage: mpmt1prf add name control-file"
        " [scenario-file]"
    display "                 mpmt1prf change name control-file"
        " [scenario-file]"
    display "                 mpmt1prf copy from-name to-name"
    display "                 mpmt1prf retire name"
    display "                 mpmt1prf list [name]".

*> a profile name is one blank-free token of at most 24 characters,
*> since it rides in the RUNCTX record as a single field.
check_profile_name.
    if check_name = spaces
        perform show_usage
        move 33 to return-code
        stop run
    end-if
    move function trim(check_name) to check_name
    move 0 to name_blanks
    inspect check_name(1:function length(function trim(check_name)))
        tallying name_blanks for all " "
    if check_name(25:) not = spaces or name_blanks > 0
        display "mpmt1prf: bad profile name '"
            function trim(check_name)
            "' (up to 24 characters, no blanks)"
        move 33 to return-code
        stop run
    end-if.

add_profile.
    move prf_name to check_name
    perform check_profile_name
    move check_name to prf_name
    move prf_name2 to ctl_path
    if ctl_path = spaces
        perform show_usage
        move 33 to return-code
        stop run
    end-if
    perform stage_input_files
    perform open_catalog
    perform read_profile_header
    if pf_file_status = "00"
        display "mpmt1prf: profile " function trim(prf_name)
            " already exists (use change)"
        close profile_file
        move 34 to return-code
        stop run
    end-if
    move 1 to hold_version
    move now_stamp to hold_created
    perform write_profile_header
    perform write_staged_lines
    move "ADD" to history_action
    perform build_import_note
    perform write_history_record
    close profile_file
    display "mpmt1prf: added " function trim(prf_name) " v"
        hold_version ": " key_count " key(s), " step_count
        " scenario line(s)".

change_profile.
    move prf_name to check_name
    perform check_profile_name
    move check_name to prf_name
    move prf_name2 to ctl_path
    if ctl_path = spaces
        perform show_usage
        move 33 to return-code
        stop run
    end-if
    perform stage_input_files
    perform open_catalog
    perform find_active_profile
    compute hold_version = pf_version + 1
    move pf_created to hold_created
    move "K" to purge_type
    perform purge_profile_lines
    move "S" to purge_type
    perform purge_profile_lines
    perform write_profile_header
    perform write_staged_lines
    move "CHANGE" to history_action
    perform build_import_note
    perform write_history_record
    close profile_file
    display "mpmt1prf: changed " function trim(prf_name) " to v"
        hold_version ": " key_count " key(s), " step_count
        " scenario line(s)".

*> a copy starts a new profile at version 1 from the source's
*> current lines; the source itself is not altered. A retired
*> profile may be copied, which is how one is brought back.
copy_profile.
    move prf_name to check_name
    perform check_profile_name
    move check_name to prf_name
    move prf_name2 to check_name
    perform check_profile_name
    move check_name to prf_name2
    perform open_catalog
    perform read_profile_header
    if pf_file_status not = "00"
        display "mpmt1prf: no profile " function trim(prf_name)
        close profile_file
        move 32 to return-code
        stop run
    end-if
    move pf_version to from_version
    move prf_name to from_name
    move 0 to key_count step_count
    move "K" to list_type
    perform stage_catalog_lines
    move "S" to list_type
    perform stage_catalog_lines
    move prf_name2 to prf_name
    perform read_profile_header
    if pf_file_status = "00"
        display "mpmt1prf: profile " function trim(prf_name)
            " already exists"
        close profile_file
        move 34 to return-code
        stop run
    end-if
    move 1 to hold_version
    move now_stamp to hold_created
    perform write_profile_header
    perform write_staged_lines
    move "COPY" to history_action
    perform build_copy_note
    perform write_history_record
    close profile_file
    display "mpmt1prf: copied to " function trim(prf_name) " v"
        hold_version ": " key_count " key(s), " step_count
        " scenario line(s)".

retire_profile.
    move prf_name to check_name
    perform check_profile_name
    move check_name to prf_name
    perform open_catalog
    perform find_active_profile
    compute pf_version = pf_version + 1
    move pf_version to hold_version
    set pf_retired to true
    move now_stamp to pf_changed
    move prf_user to pf_changed_by
    rewrite profile_record
    if pf_file_status not = "00"
        perform catalog_write_failed
    end-if
    move "RETIRE" to history_action
    move spaces to history_note
    perform write_history_record
    close profile_file
    display "mpmt1prf: retired " function trim(prf_name) " at v"
        hold_version.

*> with no name, one line per profile in the catalog; with a name,
*> that profile's header, keys, scenario lines and change history.
list_profiles.
    open input profile_file
    if pf_file_status not = "00" and pf_file_status not = "05"
        display "mpmt1prf: cannot open mpmt1.prf, file status "
            pf_file_status
        move 30 to return-code
        stop run
    end-if
    if prf_name = spaces
        perform list_catalog
    else
        move prf_name to check_name
        perform check_profile_name
        move check_name to prf_name
        perform list_one_profile
    end-if
    close profile_file.

list_catalog.
    display "profile                  ver  st changed"
        "             by               keys steps"
    move 0 to list_found
    move low-values to pf_key
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
                if pf_is_header
                    add 1 to list_found
                    move pf_changed to stamp_in
                    perform format_stamp
                    display pf_name " " pf_version " "
                        pf_status "  " shown_when " " pf_changed_by
                        " " pf_key_lines " " pf_step_lines
                end-if
        end-read
    end-perform
    display list_found " profile(s) in mpmt1.prf".

list_one_profile.
    perform read_profile_header
    if pf_file_status not = "00"
        display "mpmt1prf: no profile " function trim(prf_name)
        close profile_file
        move 32 to return-code
        stop run
    end-if
    move pf_changed to stamp_in
    perform format_stamp
    display "profile: " function trim(prf_name)
    display "  version " pf_version
    if pf_retired
        display "  status  RETIRED"
    else
        display "  status  active"
    end-if
    display "  changed " shown_when " by " function trim(pf_changed_by)
    move "K" to list_type
    display "  control keys:"
    perform list_profile_lines
    move "S" to list_type
    display "  scenario lines:"
    perform list_profile_lines
    move "C" to list_type
    display "  change history:"
    perform list_profile_lines.

*> every record of one type under prf_name, in sequence order.
list_profile_lines.
    move 0 to list_found
    move prf_name to pf_name
    move list_type to pf_type
    move 0 to pf_seq
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
                if pf_name not = prf_name or pf_type not = list_type
                    set pf_at_eof to true
                else
                    add 1 to list_found
                    if pf_is_history
                        move pf_ch_when to stamp_in
                        perform format_stamp
                        display "    v" pf_ch_version " "
                            shown_when " " pf_ch_user " "
                            pf_ch_action " " function trim(pf_ch_note)
                    else
                        display "    " function trim(pf_text)
                    end-if
                end-if
        end-read
    end-perform
    if list_found = 0
        display "    (none)"
    end-if.

*> yyyymmddhhmmss as carried in the catalog, shown readably.
format_stamp.
    move spaces to shown_when
    string stamp_in(1:4) "-" stamp_in(5:2) "-" stamp_in(7:2)
        " " stamp_in(9:2) ":" stamp_in(11:2) ":" stamp_in(13:2)
        delimited by size into shown_when
    end-string.

*> read the control file (and the scenario file, given or named by
*> its SCENARIO_FILE key) into the staging tables.
stage_input_files.
    move 0 to key_count step_count
    move ctl_path to input_path
    open input input_file
    if in_file_status not = "00"
        display "mpmt1prf: cannot open control file "
            function trim(ctl_path)
        move 31 to return-code
        stop run
    end-if
    move "N" to in_eof
    perform until in_at_eof
        read input_file
            at end
                set in_at_eof to true
            not at end
                perform take_control_line
        end-read
    end-perform
    close input_file
    if scn_path not = spaces
        move scn_path to input_path
        open input input_file
        if in_file_status not = "00"
            display "mpmt1prf: cannot open scenario file "
                function trim(scn_path)
            move 31 to return-code
            stop run
        end-if
        move "N" to in_eof
        perform until in_at_eof
            read input_file
                at end
                    set in_at_eof to true
                not at end
                    perform take_scenario_line
            end-read
        end-perform
        close input_file
        if step_count = 0
            display "mpmt1prf: scenario file "
                function trim(scn_path) " has no worker lines"
            move 31 to return-code
            stop run
        end-if
    end-if
    if key_count = 0 and step_count = 0
        display "mpmt1prf: control file " function trim(ctl_path)
            " has no key=value lines"
        move 31 to return-code
        stop run
    end-if.

take_control_line.
    move function trim(in_line) to in_text
    if in_text = spaces
        or in_text(1:1) = "*" or in_text(1:1) = "#"
        exit paragraph
    end-if
    move spaces to in_key in_value
    unstring in_text delimited by "="
        into in_key in_value
    end-unstring
    if in_key = spaces
        exit paragraph
    end-if
    if function upper-case(function trim(in_key)) = "SCENARIO_FILE"
        if scn_path = spaces
            move function trim(in_value) to scn_path
        end-if
        exit paragraph
    end-if
    if key_count >= max_key_lines
        display "mpmt1prf: control file truncated at "
            max_key_lines " keys"
        exit paragraph
    end-if
    add 1 to key_count
    move in_text to key_line(key_count).

take_scenario_line.
    move function trim(in_line) to in_text
    if in_text = spaces
        or in_text(1:1) = "*" or in_text(1:1) = "#"
        exit paragraph
    end-if
    if step_count >= max_step_lines
        display "mpmt1prf: scenario truncated at "
            max_step_lines " workers"
        exit paragraph
    end-if
    add 1 to step_count
    move in_text to step_line(step_count).

*> the source profile's lines of one type into the staging tables.
stage_catalog_lines.
    move prf_name to pf_name
    move list_type to pf_type
    move 0 to pf_seq
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
                if pf_name not = prf_name or pf_type not = list_type
                    set pf_at_eof to true
                else
                    if pf_is_key and key_count < max_key_lines
                        add 1 to key_count
                        move pf_text to key_line(key_count)
                    end-if
                    if pf_is_step and step_count < max_step_lines
                        add 1 to step_count
                        move pf_text to step_line(step_count)
                    end-if
                end-if
        end-read
    end-perform.

open_catalog.
    open i-o profile_file
    if pf_file_status not = "00" and pf_file_status not = "05"
        display "mpmt1prf: cannot open mpmt1.prf, file status "
            pf_file_status
        move 30 to return-code
        stop run
    end-if.

read_profile_header.
    move prf_name to pf_name
    move "H" to pf_type
    move 0 to pf_seq
    read profile_file record key is pf_key
        invalid key
            continue
    end-read.

*> change and retire want a profile that exists and is still in
*> force.
find_active_profile.
    perform read_profile_header
    if pf_file_status not = "00"
        display "mpmt1prf: no profile " function trim(prf_name)
        close profile_file
        move 32 to return-code
        stop run
    end-if
    if pf_retired
        display "mpmt1prf: profile " function trim(prf_name)
            " is retired"
        close profile_file
        move 35 to return-code
        stop run
    end-if.

*> delete every record of purge_type under prf_name.
purge_profile_lines.
    move "N" to pf_eof
    perform until pf_at_eof
        move prf_name to pf_name
        move purge_type to pf_type
        move 0 to pf_seq
        start profile_file key is >= pf_key
            invalid key
                set pf_at_eof to true
        end-start
        if not pf_at_eof
            read profile_file next record
                at end
                    set pf_at_eof to true
            end-read
        end-if
        if not pf_at_eof
            if pf_name not = prf_name or pf_type not = purge_type
                set pf_at_eof to true
            else
                delete profile_file record
                    invalid key
                        perform catalog_write_failed
                end-delete
            end-if
        end-if
    end-perform.

write_profile_header.
    move spaces to profile_record
    move prf_name to pf_name
    move "H" to pf_type
    move 0 to pf_seq
    move hold_version to pf_version
    set pf_active to true
    move hold_created to pf_created
    move now_stamp to pf_changed
    move prf_user to pf_changed_by
    move key_count to pf_key_lines
    move step_count to pf_step_lines
    if hold_version = 1
        write profile_record
            invalid key
                perform catalog_write_failed
        end-write
    else
        rewrite profile_record
            invalid key
                perform catalog_write_failed
        end-rewrite
    end-if.

write_staged_lines.
    move 1 to lidx
    perform until lidx > key_count
        move spaces to profile_record
        move prf_name to pf_name
        move "K" to pf_type
        move lidx to pf_seq
        move key_line(lidx) to pf_text
        write profile_record
            invalid key
                perform catalog_write_failed
        end-write
        add 1 to lidx
    end-perform
    move 1 to lidx
    perform until lidx > step_count
        move spaces to profile_record
        move prf_name to pf_name
        move "S" to pf_type
        move lidx to pf_seq
        move step_line(lidx) to pf_text
        write profile_record
            invalid key
                perform catalog_write_failed
        end-write
        add 1 to lidx
    end-perform.

build_import_note.
    move spaces to history_note
    if scn_path = spaces
        string "from " delimited by size
            function trim(ctl_path) delimited by size
            into history_note
        end-string
    else
        string "from " delimited by size
            function trim(ctl_path) delimited by size
            " + " delimited by size
            function trim(scn_path) delimited by size
            into history_note
        end-string
    end-if.

build_copy_note.
    move spaces to history_note
    string "copied from " delimited by size
        function trim(from_name) delimited by size
        " v" delimited by size
        from_version delimited by size
        into history_note
    end-string.

*> one change-history entry per version, written after the change
*> it records.
write_history_record.
    move spaces to profile_record
    move prf_name to pf_name
    move "C" to pf_type
    move hold_version to pf_seq
    move hold_version to pf_ch_version
    move now_stamp to pf_ch_when
    move prf_user to pf_ch_user
    move history_action to pf_ch_action
    move history_note to pf_ch_note
    write profile_record
        invalid key
            perform catalog_write_failed
    end-write.

catalog_write_failed.
    display "mpmt1prf: cannot write mpmt1.prf for profile "
        function trim(prf_name) ", file status " pf_file_status
    close profile_file
    move 36 to return-code
    stop run.

end program mpmt1prf.

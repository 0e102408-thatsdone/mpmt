*>
*> mpmt1aut.cob: authorization register maintenance for mpmt1 --
*> keeps the indexed register mpmt1.aut that says which host labels
*> are protected and under what terms a load test may run on them.
*>
*> A host label with any entry in the register is protected: mpmt1
*> refuses to start there (REFUSED record in mpmt1.log, RETURN-CODE
*> 58) unless one entry in force covers the run -- active (not
*> revoked), today within its valid-from/valid-to dates, the run's
*> load type(s) on its list, no more workers than its maximum, and
*> the current local time inside its day-of-week/time window. An
*> authorized run carries the entry's change ticket and approver in
*> its RUNCTX record. A host with no entries at all is not protected.
*>
*> Register records, keyed by host label + change ticket:
*>   status (A active / R revoked), allowed load types, maximum
*>   workers, day-of-week mask (Monday first), window from/to
*>   (hhmm, a "to" earlier than "from" runs past midnight into the
*>   next day), valid from/to (yyyymmdd), approver, and who added
*>   and revoked the entry and when. A revoked entry stays in the
*>   register for the auditors, and keeps its host protected.
*>
*> License:
*>   Apache License, Version 2.0
*> History:
*>   * 2026/10/15 v0.1 Initial version.
*>   * 2026/10/15     Allow the SRT load type in an entry's loads.
*> Usage:
*>   * `$ cobc -x -free -o mpmt1aut mpmt1aut.cob`
*>   * run it in the directory holding mpmt1.aut (created by the
*>     first add):
*>       mpmt1aut add host ticket approver loads max-workers days
*>                    window [valid-from [valid-to]]
*>       mpmt1aut revoke host ticket
*>       mpmt1aut list [host]
*>   * loads: "*" or a comma list of load types (CPU,MEM,IO,IOV,
*>     RPL,SRT); days: "*" or a comma list of days and day ranges
*>     ("MON-FRI", "SAT,SUN", "MON,WED-FRI"); window: "*" (all day)
*>     or hhmm-hhmm ("2200-0500"); valid dates are yyyymmdd,
*>     defaulting to today and open-ended.
*>   * host labels are up to 32 characters, tickets and approvers
*>     up to 12, no blanks.
*> RETURN-CODEs:
*>   0  - done
*>   30 - the register mpmt1.aut could not be opened
*>   32 - no such entry
*>   33 - bad arguments
*>   34 - an entry for that host and ticket already exists
*>   35 - the entry is already revoked
*>   36 - the register could not be written
*>
identification division.
program-id. mpmt1aut.

environment division.
input-output section.
file-control.
    select optional auth_file assign to "mpmt1.aut"
        organization indexed
        access mode dynamic
        record key ae_key
        file status is ae_file_status.

data division.
file section.
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

working-storage section.
    01 ae_file_status pic xx.
    01 ae_eof pic x value "N".
        88 ae_at_eof value "Y".

    01 aut_arg pic x(256) value spaces.
    01 aut_command pic x(8) value spaces.
    01 aut_args.
        05 aut_parm occurs 9 times pic x(64).
    01 aidx pic 99 value 0.
    01 aut_user pic x(16) value spaces.
    01 now_stamp pic x(14) value spaces.
    01 today pic 9(8) value 0.

    *> the entry being added, checked field by field before the
    *> register is touched.
    01 new_host pic x(32) value spaces.
    01 new_ticket pic x(12) value spaces.
    01 new_approver pic x(12) value spaces.
    01 new_loads pic x(24) value spaces.
    01 new_max pic 9(4) value 0.
    01 new_days pic x(7) value spaces.
    01 new_from pic 9(4) value 0.
    01 new_to pic 9(4) value 0.
    01 new_valid_from pic 9(8) value 0.
    01 new_valid_to pic 9(8) value 99991231.

    01 check_text pic x(64) value spaces.
    01 check_max pic 99 value 0.
    01 check_what pic x(16) value spaces.
    01 check_len pic 99 value 0.
    01 check_blanks pic 99 value 0.

    *> comma-list work for the loads and days arguments.
    01 list_text pic x(64) value spaces.
    01 list_ptr pic 99 value 0.
    01 list_len pic 99 value 0.
    01 list_item pic x(16) value spaces.
    01 range_lo pic x(8) value spaces.
    01 range_hi pic x(8) value spaces.
    01 day_names pic x(21) value "MONTUEWEDTHUFRISATSUN".
    01 day_lo pic 9 value 0.
    01 day_hi pic 9 value 0.
    01 day_idx pic 9 value 0.
    01 day_name pic x(3) value spaces.
    01 day_found pic 9 value 0.

    01 win_from_text pic x(8) value spaces.
    01 win_to_text pic x(8) value spaces.
    01 win_value pic 9(4) value 0.

    01 list_host pic x(32) value spaces.
    01 list_found pic 9(4) value 0.
    01 stamp_in pic x(14) value spaces.
    01 shown_when pic x(19) value spaces.
    01 shown_days pic x(27) value spaces.
    01 shown_window pic x(9) value spaces.

procedure division.
main section.

    accept aut_user from environment "USER"
    if aut_user = spaces
        accept aut_user from environment "LOGNAME"
    end-if
    if aut_user = spaces
        move "unknown" to aut_user
    end-if
    move function current-date(1:14) to now_stamp
    move now_stamp(1:8) to today

    accept aut_arg from argument-value
    move function upper-case(function trim(aut_arg)) to aut_command
    move spaces to aut_args
    move 1 to aidx
    perform until aidx > 9
        move spaces to aut_arg
        accept aut_arg from argument-value
        move aut_arg to aut_parm(aidx)
        add 1 to aidx
    end-perform

    evaluate aut_command
        when "ADD"
            perform add_entry
        when "REVOKE"
            perform revoke_entry
        when "LIST"
            perform list_entries
        when other
            perform show_usage
            move 33 to return-code
    end-evaluate

    stop run.

show_usage.
    display "mpmt1aut: usage: mpmt1aut add host ticket approver loads"
        " max-workers days window [valid-from [valid-to]]"
    display "                 mpmt1aut revoke host ticket"
    display "                 mpmt1aut list [host]".

bad_arguments.
    perform show_usage
    move 33 to return-code
    stop run.

*> one blank-free token of at most check_max characters.
check_token.
    if check_text = spaces
        perform bad_arguments
    end-if
    move function trim(check_text) to check_text
    move function length(function trim(check_text)) to check_len
    move 0 to check_blanks
    inspect check_text(1:check_len) tallying check_blanks for all " "
    if check_len > check_max or check_blanks > 0
        display "mpmt1aut: bad " function trim(check_what) " '"
            function trim(check_text) "' (up to " check_max
            " characters, no blanks)"
        move 33 to return-code
        stop run
    end-if.

add_entry.
    move aut_parm(1) to check_text
    move 32 to check_max
    move "host label" to check_what
    perform check_token
    move check_text to new_host
    move aut_parm(2) to check_text
    move 12 to check_max
    move "ticket" to check_what
    perform check_token
    move check_text to new_ticket
    move aut_parm(3) to check_text
    move "approver" to check_what
    perform check_token
    move check_text to new_approver
    perform parse_loads
    if function test-numval(aut_parm(5)) not = 0
        display "mpmt1aut: bad max-workers '"
            function trim(aut_parm(5)) "'"
        move 33 to return-code
        stop run
    end-if
    compute new_max = function numval(aut_parm(5))
    if new_max < 1 or new_max > 999
        display "mpmt1aut: max-workers must be 1 to 999"
        move 33 to return-code
        stop run
    end-if
    perform parse_days
    perform parse_window
    move today to new_valid_from
    if aut_parm(8) not = spaces
        move aut_parm(8) to check_text
        perform parse_date
        move check_text(1:8) to new_valid_from
    end-if
    move 99991231 to new_valid_to
    if aut_parm(9) not = spaces
        move aut_parm(9) to check_text
        perform parse_date
        move check_text(1:8) to new_valid_to
    end-if
    if new_valid_to < new_valid_from
        display "mpmt1aut: valid-to " new_valid_to
            " is before valid-from " new_valid_from
        move 33 to return-code
        stop run
    end-if
    perform open_register
    move new_host to ae_host
    move new_ticket to ae_ticket
    read auth_file record key is ae_key
        invalid key
            continue
    end-read
    if ae_file_status = "00"
        display "mpmt1aut: " function trim(new_host) " already has"
            " an entry for ticket " function trim(new_ticket)
        close auth_file
        move 34 to return-code
        stop run
    end-if
    move spaces to auth_record
    move new_host to ae_host
    move new_ticket to ae_ticket
    set ae_active to true
    move new_loads to ae_loads
    move new_max to ae_max_workers
    move new_days to ae_days
    move new_from to ae_from
    move new_to to ae_to
    move new_valid_from to ae_valid_from
    move new_valid_to to ae_valid_to
    move new_approver to ae_approver
    move now_stamp to ae_added
    move aut_user to ae_added_by
    write auth_record
        invalid key
            perform register_write_failed
    end-write
    close auth_file
    display "mpmt1aut: added " function trim(new_host) " ticket "
        function trim(new_ticket) " approved by "
        function trim(new_approver).

revoke_entry.
    move aut_parm(1) to check_text
    move 32 to check_max
    move "host label" to check_what
    perform check_token
    move check_text to new_host
    move aut_parm(2) to check_text
    move 12 to check_max
    move "ticket" to check_what
    perform check_token
    move check_text to new_ticket
    perform open_register
    move new_host to ae_host
    move new_ticket to ae_ticket
    read auth_file record key is ae_key
        invalid key
            display "mpmt1aut: no entry for " function trim(new_host)
                " ticket " function trim(new_ticket)
            close auth_file
            move 32 to return-code
            stop run
    end-read
    if ae_revoked
        display "mpmt1aut: " function trim(new_host) " ticket "
            function trim(new_ticket) " is already revoked"
        close auth_file
        move 35 to return-code
        stop run
    end-if
    set ae_revoked to true
    move now_stamp to ae_revoked_at
    move aut_user to ae_revoked_by
    rewrite auth_record
        invalid key
            perform register_write_failed
    end-rewrite
    close auth_file
    display "mpmt1aut: revoked " function trim(new_host) " ticket "
        function trim(new_ticket).

*> "*" or a comma list of the load types mpmt1 knows.
parse_loads.
    move function upper-case(function trim(aut_parm(4))) to list_text
    if list_text = spaces
        perform bad_arguments
    end-if
    if list_text = "*"
        move "*" to new_loads
        exit paragraph
    end-if
    if list_text(25:) not = spaces
        display "mpmt1aut: load type list too long"
        move 33 to return-code
        stop run
    end-if
    move list_text to new_loads
    move function length(function trim(list_text)) to list_len
    move 1 to list_ptr
    perform until list_ptr > list_len
        move spaces to list_item
        unstring list_text delimited by ","
            into list_item
            with pointer list_ptr
        end-unstring
        if list_item not = "CPU" and list_item not = "MEM"
            and list_item not = "IO" and list_item not = "IOV"
            and list_item not = "RPL" and list_item not = "SRT"
            display "mpmt1aut: unknown load type '"
                function trim(list_item) "'"
            move 33 to return-code
            stop run
        end-if
    end-perform.

*> "*" or a comma list of day names and day ranges, into a
*> Monday-first Y/N mask. A range may wrap the week ("FRI-MON").
parse_days.
    move function upper-case(function trim(aut_parm(6))) to list_text
    if list_text = spaces
        perform bad_arguments
    end-if
    if list_text = "*"
        move "YYYYYYY" to new_days
        exit paragraph
    end-if
    move "NNNNNNN" to new_days
    move function length(function trim(list_text)) to list_len
    move 1 to list_ptr
    perform until list_ptr > list_len
        move spaces to list_item range_lo range_hi
        unstring list_text delimited by ","
            into list_item
            with pointer list_ptr
        end-unstring
        unstring list_item delimited by "-"
            into range_lo range_hi
        end-unstring
        if range_hi = spaces
            move range_lo to range_hi
        end-if
        move range_lo to day_name
        perform find_day
        move day_found to day_lo
        move range_hi to day_name
        perform find_day
        move day_found to day_hi
        if day_lo = 0 or day_hi = 0
            or range_lo(4:) not = spaces or range_hi(4:) not = spaces
            display "mpmt1aut: bad day or day range '"
                function trim(list_item) "'"
            move 33 to return-code
            stop run
        end-if
        move day_lo to day_idx
        move "Y" to new_days(day_idx:1)
        perform until day_idx = day_hi
            add 1 to day_idx
            if day_idx > 7
                move 1 to day_idx
            end-if
            move "Y" to new_days(day_idx:1)
        end-perform
    end-perform.

find_day.
    move 0 to day_found
    move 1 to day_idx
    perform until day_idx > 7 or day_found > 0
        if day_names((day_idx - 1) * 3 + 1:3) = day_name
            move day_idx to day_found
        end-if
        add 1 to day_idx
    end-perform.

*> "*" is all day; otherwise hhmm-hhmm, to no later than 2400.
parse_window.
    if function trim(aut_parm(7)) = "*"
        move 0 to new_from
        move 2400 to new_to
        exit paragraph
    end-if
    move spaces to win_from_text win_to_text
    unstring aut_parm(7) delimited by "-"
        into win_from_text win_to_text
    end-unstring
    move win_from_text to check_text
    perform parse_hhmm
    move win_value to new_from
    move win_to_text to check_text
    perform parse_hhmm
    move win_value to new_to
    if new_from = new_to or new_from = 2400
        display "mpmt1aut: bad window '" function trim(aut_parm(7))
            "' (hhmm-hhmm, or * for all day)"
        move 33 to return-code
        stop run
    end-if.

parse_hhmm.
    if check_text(1:4) is not numeric or check_text(5:) not = spaces
        display "mpmt1aut: bad window '" function trim(aut_parm(7))
            "' (hhmm-hhmm, or * for all day)"
        move 33 to return-code
        stop run
    end-if
    move check_text(1:4) to win_value
    if win_value(3:2) > "59" or win_value > 2400
        display "mpmt1aut: bad window '" function trim(aut_parm(7))
            "' (hhmm-hhmm, or * for all day)"
        move 33 to return-code
        stop run
    end-if.

parse_date.
    if check_text(1:8) is not numeric or check_text(9:) not = spaces
        or function test-date-yyyymmdd(function numval(check_text))
            not = 0
        display "mpmt1aut: bad date '" function trim(check_text)
            "' (yyyymmdd)"
        move 33 to return-code
        stop run
    end-if.

*> with no host, every entry in the register; with a host, that
*> host's entries.
list_entries.
    open input auth_file
    if ae_file_status not = "00" and ae_file_status not = "05"
        display "mpmt1aut: cannot open mpmt1.aut, file status "
            ae_file_status
        move 30 to return-code
        stop run
    end-if
    move function trim(aut_parm(1)) to list_host
    display "host                             ticket       st"
        " loads                    max  days    window"
        "    valid-from valid-to approver"
    move 0 to list_found
    move low-values to ae_key
    if list_host not = spaces
        move list_host to ae_host
    end-if
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
                if list_host not = spaces and ae_host not = list_host
                    set ae_at_eof to true
                else
                    perform list_one_entry
                end-if
        end-read
    end-perform
    close auth_file
    display list_found " entry(ies) in mpmt1.aut".

list_one_entry.
    add 1 to list_found
    move spaces to shown_window
    string ae_from delimited by size
        "-" delimited by size
        ae_to delimited by size
        into shown_window
    end-string
    display ae_host " " ae_ticket " " ae_status "  " ae_loads " "
        ae_max_workers " " ae_days " " shown_window " "
        ae_valid_from "   " ae_valid_to " " function trim(ae_approver)
    move ae_added to stamp_in
    perform format_stamp
    display "    added " shown_when " by " function trim(ae_added_by)
    if ae_revoked
        move ae_revoked_at to stamp_in
        perform format_stamp
        display "    REVOKED " shown_when " by "
            function trim(ae_revoked_by)
    end-if.

*> yyyymmddhhmmss as carried in the register, shown readably.
format_stamp.
    move spaces to shown_when
    string stamp_in(1:4) "-" stamp_in(5:2) "-" stamp_in(7:2)
        " " stamp_in(9:2) ":" stamp_in(11:2) ":" stamp_in(13:2)
        delimited by size into shown_when
    end-string.

open_register.
    open i-o auth_file
    if ae_file_status not = "00" and ae_file_status not = "05"
        display "mpmt1aut: cannot open mpmt1.aut, file status "
            ae_file_status
        move 30 to return-code
        stop run
    end-if.

register_write_failed.
    display "mpmt1aut: cannot write mpmt1.aut for "
        function trim(ae_host) " ticket " function trim(ae_ticket)
        ", file status " ae_file_status
    close auth_file
    move 36 to return-code
    stop run.

end program mpmt1aut.

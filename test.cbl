               file status is audit_status.
      *    named business constants -- one record per name, maintained
      *    in one place by operations so nobody keys the tax rate by
      *    hand into every expression.  the same layout is read a
      *    second time from the CALCSCN scenario file of proposed
      *    values when a what-if call first asks for it.
           select cvar_file assign using cvar_file_name
               organization is line sequential
               file status is cvar_status.
      *    the results master -- REQ(nnnn) in an expression stands for
      *    request nnnn's answer, read from here by id.  opened the
      *    first time an expression names one, then kept open.  a
      *    caller that already has CALCOUT open (calcbat) passes the
      *    answers itself in c_ref_over instead, so this second copy
      *    never reads behind a record the caller has just rewritten.
           select calcout_file assign to "CALCOUT"
               organization is indexed
               access mode is random
               record key is calc-out-id
               file status is calcout_status.

       data division.
       file section.
      *        before the field existed read back spaces and count
      *        as in force since forever (date zero).
               05 cvar_rec_effdate pic 9(8).
      *        'E' marks the name ended from the effective date on --
      *        unknown again, exactly as if it had never been loaded.
               05 cvar_rec_kind pic x(1).
      *        'P' is a change keyed on calcvmt that no second person
      *        has released yet; it is not used here.  records from
      *        before the field existed read back spaces (released).
               05 cvar_rec_status pic x(1).
               05 cvar_rec_keyed_by pic x(8).
               05 cvar_rec_released_by pic x(8).
       fd  calcout_file.
           copy calcoutrec.

       working-storage section.
      *    believe it or not, finding variable names in a language
      *    dated; the lookup takes the one in force on asof_date, so
      *    the table holds dated values, not just names.
           01 cvar_status pic x(2) value "00".
           01 cvar_file_name pic x(12) value "CALCVARS".
           01 cvar_loaded_flag pic x(1) value "N".
      *    proposed values off CALCSCN go in the same table, after the
      *    CALCVARS ones and marked 'S', so that where both apply on
      *    the same date the proposal wins the tie.  they are only
      *    looked at on a trial call that asks for the scenario.
      *    CALCVARS fills at most the first 300 entries -- as many as
      *    calcvmt maintains -- and a scenario has the other 300 to
      *    itself, so a proposal never crowds out a value on file.
           01 scn_loaded_flag pic x(1) value "N".
           01 scn_active_sw pic x(1) value "N".
           01 cvar_loading_source pic x(1) value " ".
           01 cvar_count pic 9(3) value 0.
           01 cvar_table.
               05 cvar_entry occurs 600 times.
                   10 cvar_tab_name pic x(30).
                   10 cvar_tab_value pic s9(9)v9(9).
                   10 cvar_tab_effdate pic 9(8).
                   10 cvar_tab_kind pic x(1).
                   10 cvar_tab_source pic x(1).
           01 cvar_name pic x(30).
           01 cvar_name_len pic 9(9) value 0.
           01 cvar_sub pic 9(3) value 0.
           01 resolved_value_disp pic -(9)9.9(9).
           01 resolved_eff_disp pic 9(8).

      *    REQ(nnnn) references -- the id between the parentheses,
      *    and where CALCOUT stands.  a predecessor with no answer on
      *    file, or whose answer failed, is an error on a real call;
      *    a trial call (an entry screen checking the expression
      *    before the predecessor has ever run) gets a stand-in of 1
      *    instead, which can't trip a divide check.
           01 calcout_status pic x(2) value "00".
           01 calcout_open_flag pic x(1) value "N".
           01 reqref_id pic 9(9) value 0.
           01 reqref_digits pic 9(2) value 0.
           01 reqref_digit pic 9(1) value 0.
           01 reqref_value pic s9(9)v9(9) value 0.
           01 reqref_date pic 9(8) value 0.
           01 reqref_bad_sw pic x(1) value 'N'.
           01 reqref_over_sub pic 9(2) value 0.
           01 reqref_over_hit pic 9(2) value 0.

      *    "ANS" lets a later statement in the same call reuse the
      *    previous statement's answer; stmt_start_pos/more_stmts_sw
      *    drive the one-statement-at-a-time loop over math_string.
      *        batch reruns set it so a historical rerun picks up
      *        the dated CALCVARS values in force back then.
               05 c_as_of_date pic 9(8).
      *        a predecessor id the caller knows won't have a current
      *        answer -- REQ() naming it fails as not run.  zero (or
      *        anything non-numeric) blocks nothing.
               05 c_blocked_ref pic 9(9).
      *        'Y' on a trial call resolves names with the CALCSCN
      *        proposed values in force -- the what-if run's other
      *        side.  never honored outside trial mode.
               05 c_scenario_mode pic x(1).
      *        caller-supplied answers for REQ() references, used in
      *        place of CALCOUT's; 'F' flags a failed predecessor,
      *        'H' one held and unreleased, 'N' one with no answer.
               05 c_ref_over_count pic 9(2).
               05 c_ref_over occurs 20 times.
                   10 c_ref_over_id pic 9(9).
                   10 c_ref_over_value pic s9(9)v9(9).
                   10 c_ref_over_failed pic x(1).
                   10 c_ref_over_date pic 9(8).

       procedure division using by reference c_communication
               by reference c_return_code
      *    pull the CALCVARS constants in alongside the audit open,
      *    once per run.
           if cvar_loaded_flag = 'N'
               move "CALCVARS" to cvar_file_name
               move " " to cvar_loading_source
               perform load_constants
               move 'Y' to cvar_loaded_flag
           end-if

      *    a what-if call wants the proposed values too -- only ever
      *    on a trial call, so a proposal can't reach a real answer.
           move 'N' to scn_active_sw
           if c_trial_mode = 'Y' and c_scenario_mode = 'Y'
               move 'Y' to scn_active_sw
               if scn_loaded_flag = 'N'
                   move "CALCSCN" to cvar_file_name
                   move 'S' to cvar_loading_source
                   perform load_constants
                   move 'Y' to scn_loaded_flag
               end-if
           end-if

      *    fix the as-of date for this call -- the caller's explicit
      *    date, or today.  per call, not per run, so a long-lived
      *    screen session that crosses midnight follows the calendar.
           if cvar_rec_name = spaces
               exit paragraph
           end-if
      *    an unreleased change stays out of every answer until a
      *    supervisor releases it on calcvmt.
           if cvar_rec_status = 'P' and cvar_loading_source <> 'S'
               exit paragraph
           end-if
           if cvar_loading_source = 'S'
               if cvar_count >= 600
                   display "COBOLSTUFF: CALCSCN TABLE FULL, IGNORING "
                       cvar_rec_name
                   exit paragraph
               end-if
           else
               if cvar_count >= 300
                   display "COBOLSTUFF: CALCVARS TABLE FULL, IGNORING "
                       cvar_rec_name
                   exit paragraph
               end-if
           end-if
           add 1 to cvar_count giving cvar_count
           move cvar_rec_name to cvar_tab_name(cvar_count)
           move cvar_rec_kind to cvar_tab_kind(cvar_count)
           move cvar_loading_source to cvar_tab_source(cvar_count)
      *    the effective date rides along; a record from before the
      *    field existed reads back spaces and counts as in force
      *    since forever.
               exit paragraph
           end-if

      *    REQ followed straight by '(' is a reference to another
      *    request's answer, not a constant.
           if cvar_name = 'REQ' and i < 1999
               if math_string(i + 1:1) = '('
                   perform scan_request_ref
                   exit paragraph
               end-if
           end-if

      *    the built-in functions come before the CALCVARS lookup so
      *    nobody can shadow ABS with a constant of the same name.
           if cvar_name = 'ABS'
           perform varying cvar_sub from 1 by 1
                   until cvar_sub > cvar_count
               if cvar_name = cvar_tab_name(cvar_sub) and
                       cvar_tab_effdate(cvar_sub) <= asof_date and
                       (cvar_tab_source(cvar_sub) <> 'S' or
                        scn_active_sw = 'Y')
                   if cvar_found_sw = 'N' or
                           cvar_tab_effdate(cvar_sub) >= cvar_best_eff
                       move 'Y' to cvar_found_sw
                   end-if
               end-if
           end-perform
      *    the value in force being an end marker means the constant
      *    has been retired as of this date.
           if cvar_found_sw = 'Y'
               if cvar_tab_kind(cvar_best_sub) = 'E'
                   move 'N' to cvar_found_sw
               end-if
           end-if

           if cvar_found_sw = 'N'
               move spaces to c_communication
           add 1 to current_token giving current_token
           perform note_resolution.

      *    scan_request_ref -- entered with i on the 'Q' of "REQ" and
      *    '(' right after it.  takes the request id (1-9 digits,
      *    blanks around it allowed) up to the ')', looks its answer
      *    up on CALCOUT and pushes it as one tok_num.  on exit i is
      *    left on the ')' so the tokenizer loop steps past it.
       scan_request_ref.
           move 0 to reqref_id
           move 0 to reqref_digits
           move 'N' to reqref_bad_sw
           add 2 to i giving i
           perform varying i from i by 1 until i > 1999
               if math_string(i:1) = ')'
                   exit perform
               end-if
               if math_string(i:1) is numeric
                   if reqref_digits > 8
                       move 'Y' to reqref_bad_sw
                   else
                       add 1 to reqref_digits giving reqref_digits
                       move math_string(i:1) to reqref_digit
                       compute reqref_id = reqref_id * 10
                           + reqref_digit
                   end-if
               else
                   if math_string(i:1) <> ' '
                       move 'Y' to reqref_bad_sw
                   end-if
               end-if
           end-perform
           if i > 1999 or reqref_digits = 0 or reqref_bad_sw = 'Y'
               move spaces to c_communication
               string "Bad request reference." into c_communication
               move 63 to c_return_code
               perform write_audit_record
               exit program
           end-if

      *    the caller may already know this predecessor isn't being
      *    calculated -- its old answer must not stand in for a new one.
           if c_blocked_ref is numeric and c_blocked_ref > 0 and
                   c_blocked_ref = reqref_id
               move spaces to c_communication
               string "Predecessor not run: REQ(" reqref_id ")"
                   delimited by size into c_communication
               move 61 to c_return_code
               perform write_audit_record
               exit program
           end-if

      *    an answer the caller worked out itself stands in for
      *    CALCOUT's.
           move 0 to reqref_over_hit
           if c_ref_over_count is numeric and c_ref_over_count > 0
               perform varying reqref_over_sub from 1 by 1
                       until reqref_over_sub > c_ref_over_count
                          or reqref_over_sub > 20
                   if c_ref_over_id(reqref_over_sub) = reqref_id
                       move reqref_over_sub to reqref_over_hit
                   end-if
               end-perform
           end-if
           if reqref_over_hit > 0
               if c_ref_over_failed(reqref_over_hit) = 'N'
                   move spaces to c_communication
                   string "Predecessor not run: REQ(" reqref_id ")"
                       delimited by size into c_communication
                   move 61 to c_return_code
                   perform write_audit_record
                   exit program
               end-if
               if c_ref_over_failed(reqref_over_hit) = 'F' or
                       c_ref_over_failed(reqref_over_hit) = 'H'
                   move spaces to c_communication
                   if c_ref_over_failed(reqref_over_hit) = 'H'
                       string "Predecessor held: REQ(" reqref_id ")"
                           delimited by size into c_communication
                   else
                       string "Predecessor failed: REQ(" reqref_id ")"
                           delimited by size into c_communication
                   end-if
                   move 62 to c_return_code
                   perform write_audit_record
                   exit program
               end-if
               move c_ref_over_value(reqref_over_hit) to reqref_value
               if c_ref_over_date(reqref_over_hit) is numeric
                   move c_ref_over_date(reqref_over_hit) to reqref_date
               else
                   move 0 to reqref_date
               end-if
               move tok_num to token_type(current_token)
               move reqref_value to num(current_token)
               add 1 to current_token giving current_token
               perform note_request_ref
               exit paragraph
           end-if

      *    a CALCOUT that won't open is not a predecessor that never
      *    ran -- say so, with its own return code.
           if calcout_open_flag <> 'Y'
               open input calcout_file
               if calcout_status <> "00"
                   display "COBOLSTUFF: UNABLE TO OPEN CALCOUT, STATUS="
                       calcout_status
                   move spaces to c_communication
                   string "Results file unavailable: CALCOUT status "
                           calcout_status
                       delimited by size into c_communication
                   move 64 to c_return_code
                   perform write_audit_record
                   exit program
               end-if
               move 'Y' to calcout_open_flag
           end-if
           move reqref_id to calc-out-id
           read calcout_file
               invalid key
                   move 'N' to cvar_found_sw
               not invalid key
                   move 'Y' to cvar_found_sw
           end-read

           if cvar_found_sw = 'N'
               if c_trial_mode = 'Y'
                   move 1 to reqref_value
                   move 0 to reqref_date
               else
                   move spaces to c_communication
                   string "Predecessor not run: REQ(" reqref_id ")"
                       delimited by size into c_communication
                   move 61 to c_return_code
                   perform write_audit_record
                   exit program
               end-if
           else
      *        an answer held on a tolerance limit is not an answer
      *        to build on until a supervisor has released it.
               if calc-out-rc <> 0 and
                       not (calc-out-held and calc-out-tol-released)
                   if c_trial_mode = 'Y'
                       move 1 to reqref_value
                       move 0 to reqref_date
                   else
                       move spaces to c_communication
                       if calc-out-held
                           string "Predecessor held: REQ(" reqref_id
                                   ")"
                               delimited by size into c_communication
                       else
                           string "Predecessor failed: REQ(" reqref_id
                                   ")"
                               delimited by size into c_communication
                       end-if
                       move 62 to c_return_code
                       perform write_audit_record
                       exit program
                   end-if
               else
                   move calc-out-result to reqref_value
                   move calc-out-run-date to reqref_date
               end-if
           end-if

           move tok_num to token_type(current_token)
           move reqref_value to num(current_token)
           add 1 to current_token giving current_token
           perform note_request_ref.

      *    note_request_ref -- the REQ() counterpart of note_resolution:
      *    one "REQnnnnnnnnn=value@rundate" entry on the statement's
      *    audit text, so the trail shows which answer a dependent
      *    was built on.
       note_request_ref.
           if resolved_ptr > 140
               exit paragraph
           end-if
           move reqref_value to resolved_value_disp
           move reqref_date to resolved_eff_disp
           string "REQ" reqref_id "=" resolved_value_disp "@"
                   resolved_eff_disp " "
               delimited by size
               into resolved_consts with pointer resolved_ptr.

      *    note_resolution -- record which dated value the name just
      *    resolved to, as one "NAME=value@effdate" entry on the
      *    statement's audit text.  entries past what the audit field

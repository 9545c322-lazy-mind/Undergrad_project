           select auditfile assign to 'audit.log'
             organization is line sequential
             status is audit_open_status.
           select lockfile assign to 'life.lck'
             organization is line sequential
             status is lock_open_status.
           select libraryfile assign to 'pattern.lib'
             organization is line sequential
             status is library_open_status.
           select versionfile assign to 'pattern.ver'
             organization is line sequential
             status is version_open_status.
           select rlefile assign dynamic rle_file_name
             organization is line sequential.
           select summaryfile assign dynamic summary_file_name
             organization is line sequential.
           select snapfile assign dynamic snapshot_file_name
             organization is line sequential.
           select sweepfile assign dynamic sweep_file_name
             organization is line sequential.
           select carryfile assign dynamic carry_file_name
             organization is line sequential.
           select suspensefile assign dynamic suspense_file_name
             organization is line sequential.
           select suspenselist assign dynamic suspense_list_name
             organization is line sequential.
           select chainfile assign dynamic chain_file_name
             organization is line sequential
             status is chain_open_status.

       data division.
       file section.
       01 audit-line pic x(260).
       fd libraryfile.
       01 library-line pic x(260).
      * the library version libmaint sets each time it changes
      * pattern.lib - the layout is mirrored in libmaint, keep the
      * two in step
       fd versionfile.
       01 version-record.
          03 version_number pic 9(5).
          03 filler pic x(1).
          03 version_stamp pic x(14).
       fd rlefile.
       01 rle-line pic x(260).
       fd summaryfile.
       01 census-line pic x(260).
       fd snapfile.
       01 snap-line pic x(260).
       fd sweepfile.
       01 sweep-line pic x(260).
       fd carryfile.
       01 carry-line pic x(260).
       fd suspensefile.
       01 suspense-line pic x(260).
       fd suspenselist.
       01 suspense-list-line pic x(260).
       fd chainfile.
       01 chain-line pic x(260).
      * keyed system of record, one record per deck name rewritten
      * with the latest run - the layout is mirrored in lifeinq,
      * keep the two in step
          03 master_period pic 9(2).
          03 master_generations pic 9(5).
          03 master_timestamp pic x(14).
      * the pattern.lib version the run loaded - 0 for a library
      * never changed through libmaint
          03 master_library_version pic 9(5).
      * append-only run history, one record per deck per run - where
      * the keyed master only ever holds a deck's latest outcome,
      * this file keeps them all, keyed by deck name plus the run
          03 history_population pic 9(6).
          03 history_period pic 9(2).
          03 history_generations pic 9(5).
      * where a chained deck's starting board came from - blank for
      * every other grid source, and on records written before the
      * field was carried
          03 history_source pic x(60).
      * the pattern.lib version the run loaded - blank on records
      * written before the field was carried
          03 history_library_version pic 9(5).
       fd lockfile.
       01 lock-record.
          03 lock_holder pic x(8).
          03 filler pic x(1).
          03 lock_user pic x(20).
          03 filler pic x(1).
          03 lock_run pic x(14).
          03 filler pic x(1).
          03 lock_started pic x(14).

       working-storage section.
       01 out-line-len pic 9(3).
      * line argument) or, failing that, an environment variable, the
      * same way output_file_name is built up for each deck's outfile
       01 input_file_name pic x(50) value 'input.txt'.
      * the parm may carry the run's time budget after the input
      * file name, so it is taken as a whole and split
       01 input_file_parm pic x(80).
       01 input_file_env pic x(50).
      * batch-window time budget - elapsed seconds this run may spend
      * starting decks, taken as a second parm token or from the
      * LIFE_TIME_BUDGET environment variable; absent or zero, the
      * run goes on to the end of the control file as it always has.
      * once the budget is spent no new deck is started, a deck in
      * progress stops at its next checkpoint so the next night
      * resumes it there, and every deck not finished is copied
      * verbatim to this run's carry-over control file
      * (<run_identifier>cov.txt) to be submitted the next night,
      * and reported as DEFERRED
       01 time_budget_text pic x(20).
       01 time_budget pic 9(7) value 0.
       01 budget_scan pic 9(2) value 0.
       01 budget_digits pic 9(2) value 0.
       01 budget_space pic 9(1) value 0.
       01 budget_bad pic 9(1) value 0.
       01 budget_date_work pic x(21).
       01 budget_start_seconds pic 9(11) value 0.
       01 budget_now_seconds pic 9(11) value 0.
       01 budget_elapsed pic 9(11) value 0.
       01 budget_spent pic 9(1) value 0.
       01 deck_deferred pic 9(1) value 0.
       01 decks_deferred pic 9(3) value 0.
       01 carry_file_name pic x(50).
       01 carry_suffix pic x(7) value 'cov.txt'.
       01 carry_file_size pic 99 value 1.
       01 carry_opened pic 9(1) value 0.
       01 carry_line pic 9(5) value 0.
       01 carry_last pic 9(5) value 0.
      * rejected-deck suspense - every rejected deck is copied as it
      * stands to this run's suspense control file
      * (<run_identifier>sus.txt) behind a *SUSPENSE note line giving
      * the reason code, the control-file line at fault, the run that
      * first suspended it and how many runs it has now been held.
      * the note is skipped when a control file is read, so the
      * corrected suspense file is resubmitted as a normal run and
      * the note carries the deck's suspense history forward if it
      * is rejected again; a deck held suspense_age_runs runs or
      * more is an aged item. the suspense listing
      * (<run_identifier>sul.txt) is the page the decks get fixed
      * from. reason codes -
      *   R01 rulestring unusable        R09 rle section unterminated
      *   R02 snapshot interval unusable R10 rle pattern does not fit
      *   R03 sweep rule list unusable   R11 rle section will not decode
      *   R04 row count out of range     R12 chain source unusable
      *   R05 column count out of range  R13 chain source deck rejected
      *   R06 invalid grid character     R14 chain source file unusable
      *   R07 library pattern not found  R15 chain source does not fit
      *   R08 library pattern too big
       01 physical_line pic 9(5) value 0.
       01 suspense_pending pic 9(1) value 0.
       01 suspense_tag pic x(10).
       01 suspense_reason_token pic x(10).
       01 suspense_line_token pic x(20).
       01 suspense_first_token pic x(30).
       01 suspense_runs_token pic x(20).
       01 suspense_junk pic x(20).
       01 suspense_runs_text pic x(10).
       01 pending_first_run pic x(14).
       01 pending_suspense_runs pic 9(3) value 0.
       01 pending_suspense_note pic x(260).
       01 reject_reason pic x(3).
       01 reason_work pic x(3).
       01 reject_line pic 9(5) value 0.
       01 reject_physical_line pic 9(5) value 0.
       01 reason_text pic x(50).
       01 suspense_file_name pic x(50).
       01 suspense_suffix pic x(7) value 'sus.txt'.
       01 suspense_list_name pic x(50).
       01 suspense_list_suffix pic x(7) value 'sul.txt'.
       01 suspense_opened pic 9(1) value 0.
       01 suspense_line pic 9(5) value 0.
       01 suspense_last pic 9(5) value 0.
       01 suspense_first_run pic x(14).
       01 suspense_runs pic 9(3) value 0.
       01 suspense_age_runs pic 9(3) value 3.
       01 decks_aged pic 9(3) value 0.
       01 suspense_line_text pic x(260).
       01 suspense_line_size pic 9(3) value 1.
      * control-file header and trailer - an optional first line
      * "*HEADER submitter=<who> batch=<id>" and last line
      * "*TRAILER decks=<n> hash=<n>", the hash being the sum over
      * every deck of its iteration count, row count and column
      * count. neither is stored as a control line. when either is
      * there the decks are walked and totalled before any of them
      * runs; a header without a trailer (the usual sign of a file
      * cut short in transfer), a record out of place, a deck whose
      * end cannot be located or totals that disagree refuse the
      * whole run with return code 28, and the verdict is put on the
      * batch summary and the reconciliation page either way
       01 header_seen pic 9(1) value 0.
       01 header_misplaced pic 9(1) value 0.
       01 trailer_seen pic 9(1) value 0.
       01 trailer_misplaced pic 9(1) value 0.
       01 header_submitter pic x(30) value spaces.
       01 header_batch pic x(30) value spaces.
       01 control_token1 pic x(60).
       01 control_token2 pic x(60).
       01 control_token3 pic x(60).
       01 control_junk pic x(30).
       01 control_value pic x(30).
       01 expected_decks pic 9(5) value 0.
       01 expected_hash pic 9(9) value 0.
       01 counted_decks pic 9(5) value 0.
       01 counted_hash pic 9(9) value 0.
       01 control_location_lost pic 9(1) value 0.
       01 control_verdict pic x(14) value 'NOT-SUPPLIED'.
       01 control_reason pic x(60) value spaces.
       01 control_number pic 9(9) value 0.
       01 control_line_text pic x(260).
       01 control_line_size pic 9(3) value 1.
       01 echo-string pic X(260).
       01 reach_file_end pic 9(1) value 0.
       01 stringtable.
          03 eachstringdata occurs 3000.
             05 eachstring pic X(260).
      * where the line sat in the control file, and on a deck name
      * line resubmitted from suspense, the run that first suspended
      * the deck, how many runs it has been held and the note itself,
      * so a deck deferred again carries its history with it
             05 eachline_number pic 9(5).
             05 eachline_first_run pic x(14).
             05 eachline_suspense_runs pic 9(3).
             05 eachline_suspense_note pic x(260).
      * ceiling on the whole control file - several near-max-size decks
      * back to back can exceed eachstringdata's 3000 lines; checked in
      * read_input_file so an oversize control file is rejected cleanly
       01 library_load_row pic 9(3) value 0.
       01 library_load_col pic 9(3) value 0.
       01 library_entry_bad pic 9(1) value 0.
      * the version read alongside the library and stamped on every
      * deck's audit line, master record and history record
       01 version_open_status pic x(2).
       01 library_version pic 9(5) value 0.
      * how a deck supplies its grid - 0 is the classic inlined 0/*
      * rows, 1 is a "use <name> [rowoff coloff]" reference into the
      * pattern library; deck_grid_lines is how many control-file
       01 library_scan pic 9(3) value 0.
       01 library_place_row pic 9(3) value 0.
       01 library_place_col pic 9(3) value 0.
      * chain decks (deck_source 3) - a grid section of the form
      * "from <deck> [generation]" seeds the board from another
      * deck's final board instead of an inlined grid: with no
      * generation it is that deck's grid output (<deck>cob.txt),
      * with one it is the numbered snapshot frame written at that
      * generation. the named deck may have run earlier in this same
      * control file or in any previous run - either way the file on
      * disk is read, but a deck this run rejected never counts as a
      * source, or a stale board from an older run would be picked
      * up in its place. the source grid is read once at validation
      * into chain_grid and laid on the top-left of a dead board
       01 chain_file_name pic x(50).
       01 chain_file_size pic 99 value 1.
       01 chain_open_status pic x(2).
       01 chain_from_word pic x(10).
       01 chain_deck_name pic x(50).
       01 chain_gen_text pic x(10).
       01 chain_generation pic 9(5) value 0.
       01 chain_source_text pic x(60).
       01 chain_source_size pic 99 value 1.
       01 chain_grid.
          03 chain_grid_row pic x(250) occurs 500.
       01 chain_rows pic 9(3) value 0.
       01 chain_cols pic 9(3) value 0.
       01 chain_row_width pic 9(3) value 0.
       01 chain_load_row pic 9(3) value 0.
       01 chain_eof pic 9(1) value 0.
       01 chain_too_big pic 9(1) value 0.
       01 chain_prior_rejected pic 9(1) value 0.
      * run-length-encoded pattern exchange with the wider Life
      * community - a deck whose grid section opens with the usual
      * "x = , y = " header is decoded from b/o/$ runs straight into
      * the tables (deck_source 2), and an "rle" token on the deck
      * parameter line asks for the final board to be written back
      * out in the same format next to the fixed-width grid
       01 deck_opt_token1 pic x(80).
       01 deck_opt_token2 pic x(80).
       01 deck_opt_token3 pic x(80).
       01 deck_opt_work pic x(80).
       01 rle_output_flag pic x(1) value '0'.
      * periodic board snapshots, asked for per deck by a snap=N
      * token on the parameter line alongside the rle and rulestring
       01 rule_mode pic 9(1) value 0.
       01 rule_digit pic 9(1) value 0.
       01 rule_bad pic 9(1) value 0.
      * rule-sweep decks - a sweep=<rule>,<rule>,... token on the
      * parameter line runs the one starting board once per listed
      * rulestring. every rule is checked up front and a bad one
      * rejects the whole deck; the sweep list then decides the rule
      * of every run, over any single rulestring token or rle header
      * rule. each run goes under its own name, the deck name and
      * the rule with its slash dropped (glider-B36S23), so it gets
      * its own output files, master record and history record, and
      * the deck closes with a comparison page, <deck>swp.txt, lining
      * the runs up side by side
       01 max_sweep_rules pic 9(2) value 10.
       01 sweep_table.
          03 sweep_entry occurs 10.
             05 sweep_rule pic x(20).
             05 sweep_outcome pic x(30).
             05 sweep_period pic 9(2).
             05 sweep_generations pic 9(5).
             05 sweep_population pic 9(6).
       01 sweep_count pic 9(2) value 0.
       01 sweep_index pic 9(2) value 0.
       01 sweep_bad pic 9(1) value 0.
       01 sweep_ptr pic 9(3) value 0.
       01 sweep_item pic x(80).
       01 sweep_rule_part1 pic x(20).
       01 sweep_rule_part2 pic x(20).
       01 sweep_name_size pic 99 value 1.
      * the rule run a sweep deck was stopped in - its checkpoint
      * goes by that name, so its DEFERRED audit line must too
       01 sweep_deferred_name pic x(50) value spaces.
       01 sweep_file_name pic x(50).
       01 sweep_suffix pic x(7) value 'swp.txt'.
       01 sweep_file_size pic 99 value 1.
       01 sweep_line_text pic x(260).
      * the name a deck's run goes under - the deck name itself, or
      * for a rule-sweep deck the deck name carrying the rule of the
      * run in hand - used for every file, record and line the run
      * writes in place of the control-file name line
       01 run_deck_name pic x(50).
      * one-page batch summary written after the last deck - a line
      * per deck with its outcome, generations and final population,
      * then the totals and the worst return code the run will end
      * header and page numbers, a banner section per deck and a
      * grand-totals page, filed with the shift log after the
      * overnight run
       01 print_line_text pic x(132) value spaces.
       01 print_line_size pic 9(3) value 1.
       01 print_page_number pic 9(3) value 0.
       01 print_line_count pic 9(2) value 99.
       01 trimmed_field1 pic x(9).
       01 trimmed_field2 pic x(9).

      * run lock - the directory life.lck.d is the lock itself:
      * making it fails while it is already there, so only one job
      * can ever hold the shared files (results.mst, results.hst,
      * audit.log and pattern.lib). life.lck holds one record naming
      * the job that made it, the user it runs for, its run
      * identifier and when it started - written once the directory
      * is made, emptied before it is removed. a job that finds the
      * lock held polls it every lock_poll_seconds until
      * LIFE_LOCK_WAIT seconds (absent, 60) have gone by, then ends
      * with return code 32 without touching anything. lifelock
      * lists the lock and clears a stale one, directory and all.
      * mirrored in life, libmaint, lifemnt, lifegen, lifextr and
      * lifehsk, keep them in step
       01 lock_open_status pic x(2).
       01 lock_program pic x(8) value 'life'.
       01 lock_run_id pic x(14).
       01 lock_user_id pic x(20).
       01 lock_current_date pic x(21).
       01 lock_wait_text pic x(10).
       01 lock_wait_seconds pic 9(5) value 60.
       01 lock_poll_seconds pic 9(2) value 5.
       01 lock_sleep_seconds pic 9(5) value 0.
       01 lock_waited pic 9(5) value 0.
       01 lock_held pic 9(1) value 0.
       01 lock_taken pic 9(1) value 0.
       01 lock_dir_name pic x(12) value 'life.lck.d'.
       01 lock_dir_details.
          03 lock_dir_size pic 9(18) comp.
          03 lock_dir_stamp pic x(8).
       01 lock_call_status pic s9(9) value 0.
       01 lock_saved_rc pic s9(9) value 0.

       procedure division.
       main-paragraph.
           perform assign_run_identifier
           perform resolve_input_file_name
           perform resolve_time_budget
           move run_identifier to lock_run_id
           perform take_run_lock
           open input myfile
      * error handling
		   if open-status is not = 0
		   end-if
           perform read_input_file
           perform load_pattern_library
           perform check_control_totals
           if control_verdict = 'REFUSED'
              move 28 to batch_max_rc
      * one audit line for the refused control file, so the run's
      * own files are on record like any other run's
              move spaces to run_deck_name
              move input_file_name to run_deck_name
              move 0 to iteration
              move 0 to audit_generations
              move 0 to sweep_count
              move 0 to snapshot_interval
              move 0 to deck_source
              move 'REFUSED' to audit_outcome
              perform write_audit_entry
              perform write_control_recon_line
              perform write_batch_summary
              perform write_operator_report
              move 28 to return-code
              close myfile
              perform release_run_lock
              stop run
           end-if
           if control_verdict = 'AGREED'
              perform write_control_recon_line
           end-if
           move 0 to deck_base
           perform process_decks
           perform write_batch_summary
           perform write_operator_report
           if suspense_opened = 1
              perform write_suspense_totals
           end-if
           if batch_max_rc > return-code
              move batch_max_rc to return-code
           end-if
           close myfile
           perform release_run_lock
           stop run.
      * stamp this execution's identifier and name its shared output
      * files with it, the same way output_file_name is built per
             into print_file_name
             with pointer run_file_size
             on overflow display 'overflow!'
           end-string
           move spaces to carry_file_name
           move 1 to run_file_size
           string run_identifier delimited by space
                  carry_suffix delimited by size
             into carry_file_name
             with pointer run_file_size
             on overflow display 'overflow!'
           end-string
           move spaces to suspense_file_name
           move 1 to run_file_size
           string run_identifier delimited by space
                  suspense_suffix delimited by size
             into suspense_file_name
             with pointer run_file_size
             on overflow display 'overflow!'
           end-string
           move spaces to suspense_list_name
           move 1 to run_file_size
           string run_identifier delimited by space
                  suspense_list_suffix delimited by size
             into suspense_list_name
             with pointer run_file_size
             on overflow display 'overflow!'
           end-string.
      * a JCL PARM passed to a batch COBOL program surfaces as its
      * command line argument, so that is checked first; falling back
      * to an environment variable and then the input.txt default
       resolve_input_file_name.
           move spaces to input_file_parm
           move spaces to time_budget_text
           accept input_file_parm from command-line
           if input_file_parm not = spaces
              unstring input_file_parm delimited by all space
                   into input_file_name, time_budget_text
              end-unstring
           else
              move spaces to input_file_env
              accept input_file_env from environment 'LIFE_INPUT_FILE'
                 move input_file_env to input_file_name
              end-if
           end-if.
      * walk the decks the way process_decks will, totalling them
      * without validating or running any
       check_control_totals.
           if header_seen = 1 or trailer_seen = 1 or
              header_misplaced = 1 or trailer_misplaced = 1
              move 0 to counted_decks
              move 0 to counted_hash
              move 0 to control_location_lost
              move 0 to deck_base
              perform count_control_deck
              move 0 to deck_base
              move 'AGREED' to control_verdict
              move spaces to control_reason
              evaluate true
                 when header_misplaced = 1
                    move 'header record is not alone on the first line'
                         to control_reason
                 when trailer_misplaced = 1
                    move 'trailer record is not the last line'
                         to control_reason
                 when trailer_seen = 0
                    move 'header without a trailer, file cut short'
                         to control_reason
                 when control_location_lost = 1
                    move 'deck location lost, totals cannot be taken'
                         to control_reason
                 when counted_decks not = expected_decks
                    move 'deck count does not agree with the trailer'
                         to control_reason
                 when counted_hash not = expected_hash
                    move 'hash total does not agree with the trailer'
                         to control_reason
              end-evaluate
              if control_reason not = spaces
                 move 'REFUSED' to control_verdict
                 display 'control totals refused, ' control_reason
                 display 'trailer decks ' expected_decks ' hash '
                    expected_hash ', counted decks ' counted_decks
                    ' hash ' counted_hash
              end-if
           end-if.
       count_control_deck.
           if deck_base < access_string and control_location_lost = 0
              perform get_iteration
              perform classify_deck_source
              add 1 to counted_decks
              compute counted_hash =
                 counted_hash + iteration + actualrow + actualcol
              if actualrow < 1 or actualrow > max_table_row
                 move 1 to control_location_lost
              end-if
              if deck_source = 2 and rle_terminator_found = 0
                 move 1 to control_location_lost
              end-if
              compute deck_base = deck_base + 3 + deck_grid_lines
              go to count_control_deck
           end-if.
      * control_number in, trimmed_field1 out
       trim_control_number.
           move spaces to trimmed_field1
           if control_number = 0
              move '0' to trimmed_field1
           else
              move control_number to count_string
              move 0 to find_start
              move 9 to sublength
              perform find_start_function
              move count_string(find_start:sublength)
                   to trimmed_field1
           end-if.
      * the control verdict opens the reconciliation page, counted
      * figure first and the trailer's after the slash
       write_control_recon_line.
           perform build_control_line
           move spaces to recon_line_text
           move 1 to recon_line_size
           string 'control=' delimited by size
                  control_verdict delimited by space
                  control_line_text delimited by '  '
             into recon_line_text
             with pointer recon_line_size
             on overflow display 'overflow!'
           end-string
           open output reconfile
           move 1 to recon_opened
           write recon-line from recon_line_text
           close reconfile.
       build_control_line.
           move spaces to control_line_text
           move 1 to control_line_size
           move counted_decks to control_number
           perform trim_control_number
           string ' decks=' delimited by size
                  trimmed_field1 delimited by space
             into control_line_text
             with pointer control_line_size
           end-string
           move expected_decks to control_number
           perform trim_control_number
           string '/' delimited by size
                  trimmed_field1 delimited by space
                  ' hash=' delimited by size
             into control_line_text
             with pointer control_line_size
           end-string
           move counted_hash to control_number
           perform trim_control_number
           string trimmed_field1 delimited by space
                  '/' delimited by size
             into control_line_text
             with pointer control_line_size
           end-string
           move expected_hash to control_number
           perform trim_control_number
           string trimmed_field1 delimited by space
             into control_line_text
             with pointer control_line_size
           end-string
           if header_submitter not = spaces
              string ' submitter=' delimited by size
                     header_submitter delimited by space
                into control_line_text
                with pointer control_line_size
              end-string
           end-if
           if header_batch not = spaces
              string ' batch=' delimited by size
                     header_batch delimited by space
                into control_line_text
                with pointer control_line_size
              end-string
           end-if.
      * a budget on the parm wins over the environment variable, the
      * same precedence the input file name follows. the clock starts
      * with the run identifier, which is the run's start time
       resolve_time_budget.
           if time_budget_text = spaces
              accept time_budget_text
                 from environment 'LIFE_TIME_BUDGET'
           end-if
      * the budget must be whole seconds, digits and nothing else,
      * or the run stops before anything is opened - a typo must not
      * quietly become no budget at all
           if time_budget_text not = spaces
              move 0 to budget_scan
              move 0 to budget_digits
              move 0 to budget_space
              move 0 to budget_bad
              perform check_time_budget_token
              if budget_bad = 1 or budget_digits = 0 or
                 budget_digits > 7
                 display 'time budget ' time_budget_text
                    ' is not a whole number of seconds'
                 display 'usage: life [inputfile [budgetseconds]]'
                 move 8 to return-code
                 stop run
              end-if
              compute time_budget = function numval(time_budget_text)
           end-if
           move audit_current_date to budget_date_work
           perform compute_budget_seconds
           move budget_now_seconds to budget_start_seconds.
       check_time_budget_token.
           add 1 to budget_scan
           if budget_scan <= 20 and budget_bad = 0
              evaluate time_budget_text(budget_scan:1)
                 when ' '
                    move 1 to budget_space
                 when '0' thru '9'
                    if budget_space = 1
                       move 1 to budget_bad
                    else
                       add 1 to budget_digits
                    end-if
                 when other
                    move 1 to budget_bad
              end-evaluate
              go to check_time_budget_token
           end-if.
      * seconds on a continuous clock, so a run crossing midnight
      * still measures right
       compute_budget_seconds.
           compute budget_now_seconds =
              function integer-of-date
                 (function numval(budget_date_work(1:8))) * 86400
              + function numval(budget_date_work(9:2)) * 3600
              + function numval(budget_date_work(11:2)) * 60
              + function numval(budget_date_work(13:2)).
       check_time_budget.
           if time_budget > 0 and budget_spent = 0
              move function current-date to budget_date_work
              perform compute_budget_seconds
              compute budget_elapsed =
                 budget_now_seconds - budget_start_seconds
              if budget_elapsed >= time_budget
                 move 1 to budget_spent
                 display 'time budget spent, remaining decks '
                    'deferred to ' carry_file_name
              end-if
           end-if.
      * walk the control file one deck at a time - each deck is a
      * name line, an iteration line and a row/col + grid, laid end
      * to end, so a single submission can carry several patterns
       process_decks.
           if deck_base < access_string
              move spaces to run_deck_name
              string eachstring(deck_base + 1) delimited by space
                into run_deck_name
              end-string
              perform get_iteration
              perform classify_deck_source
              move 0 to deck_deferred
              perform check_time_budget
              if budget_spent = 1
                 move 0 to audit_generations
                 perform defer_deck
                 if carry_last = access_string
                    move access_string to deck_base
                 else
                    compute deck_base = deck_base + 3 + deck_grid_lines
                 end-if
                 go to process_decks
              end-if
              perform validate_pattern
              if invalid_deck = 0
                 if sweep_count = 0
                    perform run_deck
                 else
                    move 0 to sweep_index
                    perform run_sweep_rule
                    move spaces to run_deck_name
                    string eachstring(deck_base + 1) delimited by space
                      into run_deck_name
                    end-string
                    if deck_deferred = 0
                       perform write_sweep_page
                    end-if
                 end-if
      * stopped at a checkpoint by the budget - the generations run
      * so far are real work, the rest waits in the carry-over file
                 if deck_deferred = 1
                    move countiteration to audit_generations
                    perform defer_deck
                 end-if
              else
                 move 'REJECTED' to audit_outcome
                 move 0 to audit_generations
                 perform write_audit_entry
                 perform suspend_deck
                 move 'REJECTED' to deck_outcome_text
                 move 0 to live_cell_count
                 add 1 to decks_rejected
              compute deck_base = deck_base + 3 + deck_grid_lines
              go to process_decks
           end-if.
      * one accepted deck's run from its starting board through every
      * file, log line and record it leaves behind, under whatever
      * name and rule run_deck_name and the rule tables hold
       run_deck.
           perform build_checkpoint_name
           perform load_checkpoint
           if resume_loaded = 1
              perform trim_deck_name
              display 'deck ' deck_name_trim
                 ' resuming from checkpoint at generation '
                 countiteration
              perform init_from_checkpoint
           else
              evaluate deck_source
                 when 1
                    perform store_library_pattern
                 when 2
                    perform store_rle_pattern
                 when 3
                    perform store_chain_pattern
                 when other
                    perform store_pattern
              end-evaluate
           end-if
           perform run_simulation_with_report
           if deck_deferred = 0
              perform write_output_file
              perform write_age_map
              perform write_csv_file
              perform reconcile_deck_outputs
              perform verify_against_baseline
              perform write_census_file
              if is_still_life = 1
                 move 'STILL-LIFE' to audit_outcome
                 move countiteration to audit_generations
              else
                 move 'EXHAUSTED-ITERATIONS' to audit_outcome
                 move iteration to audit_generations
              end-if
              perform write_audit_entry
              perform build_deck_outcome
              add 1 to decks_processed
              add audit_generations to total_generations
              perform record_summary_entry
              perform write_master_record
              perform write_history_record
           end-if.
      * a rule-sweep deck runs once per listed rule, each run named
      * for its rule, and keeps each run's verdict for the page
       run_sweep_rule.
           add 1 to sweep_index
           if sweep_index <= sweep_count and deck_deferred = 0
              move sweep_rule(sweep_index) to rulestring
              perform parse_rulestring
              move spaces to sweep_rule_part1
              move spaces to sweep_rule_part2
              unstring sweep_rule(sweep_index) delimited by '/'
                   into sweep_rule_part1, sweep_rule_part2
              end-unstring
              move spaces to run_deck_name
              move 1 to sweep_name_size
              string eachstring(deck_base + 1) delimited by space
                     '-' delimited by size
                     sweep_rule_part1 delimited by space
                     sweep_rule_part2 delimited by space
                into run_deck_name
                with pointer sweep_name_size
                on overflow display 'overflow!'
              end-string
              perform run_deck
      * a rule run stopped by the budget defers the whole deck
              if deck_deferred = 1
                 move run_deck_name to sweep_deferred_name
                 go to run_sweep_rule
              end-if
              move deck_outcome_text to sweep_outcome(sweep_index)
              if is_periodic = 1
                 move detected_period to sweep_period(sweep_index)
              else
                 move 0 to sweep_period(sweep_index)
              end-if
              move audit_generations to sweep_generations(sweep_index)
              move live_cell_count to sweep_population(sweep_index)
              go to run_sweep_rule
           end-if.
      * copy the deck's control-file lines as they stand to the
      * carry-over file and report it DEFERRED - a deck whose end
      * cannot be located (unusable row count, unterminated rle)
      * takes the rest of the control file with it, so nothing is
      * lost. audit_generations arrives holding what was run
       defer_deck.
           move spaces to run_deck_name
           string eachstring(deck_base + 1) delimited by space
             into run_deck_name
           end-string
           compute carry_last = deck_base + 3 + deck_grid_lines
           if actualrow < 1 or actualrow > max_table_row or
              carry_last > access_string
              move access_string to carry_last
           end-if
           if deck_source = 2 and rle_terminator_found = 0
              move access_string to carry_last
           end-if
           if carry_opened = 0
              open output carryfile
              move 1 to carry_opened
           else
              open extend carryfile
           end-if
           move deck_base to carry_line
           perform write_carry_line
           close carryfile
           move 'DEFERRED' to audit_outcome
      * a sweep stopped inside a rule run is logged under the rule
      * run's name, whose checkpoint the resume needs - the deck's
      * own name goes on the line as sweep=
           if sweep_deferred_name not = spaces
              move sweep_deferred_name to run_deck_name
              perform write_audit_entry
              move spaces to run_deck_name
              string eachstring(deck_base + 1) delimited by space
                into run_deck_name
              end-string
              move spaces to sweep_deferred_name
           else
              perform write_audit_entry
           end-if
           move 'DEFERRED' to deck_outcome_text
           move 0 to live_cell_count
           add 1 to decks_deferred
           add audit_generations to total_generations
           if batch_max_rc < 4
              move 4 to batch_max_rc
           end-if
           perform record_summary_entry.
      * a deck that came back from suspense keeps its note ahead of
      * its name line, so its suspense history is not started afresh
       write_carry_line.
           add 1 to carry_line
           if carry_line = deck_base + 1 and
              eachline_suspense_note(carry_line) not = spaces
              write carry-line from eachline_suspense_note(carry_line)
           end-if
           if carry_line <= carry_last
              write carry-line from eachstring(carry_line)
              go to write_carry_line
           end-if.
      * copy a rejected deck to the suspense file behind its note and
      * list it - like a deferred deck, one whose end cannot be
      * located takes the rest of the control file with it
       suspend_deck.
           compute suspense_last = deck_base + 3 + deck_grid_lines
           if actualrow < 1 or actualrow > max_table_row or
              suspense_last > access_string
              move access_string to suspense_last
           end-if
           if deck_source = 2 and rle_terminator_found = 0
              move access_string to suspense_last
           end-if
           if eachline_first_run(deck_base + 1) = spaces
              move run_identifier to suspense_first_run
              move 1 to suspense_runs
           else
              move eachline_first_run(deck_base + 1)
                   to suspense_first_run
              compute suspense_runs =
                 eachline_suspense_runs(deck_base + 1) + 1
           end-if
           if reject_line = 0
              compute reject_line = deck_base + 1
           end-if
           move eachline_number(reject_line) to reject_physical_line
           perform describe_reject_reason
           if suspense_opened = 0
              open output suspensefile
              open output suspenselist
              perform write_suspense_heading
              move 1 to suspense_opened
           else
              open extend suspensefile
              open extend suspenselist
           end-if
           move spaces to suspense_line_text
           move 1 to suspense_line_size
           string '*SUSPENSE ' delimited by size
                  reject_reason delimited by space
                  ' line=' delimited by size
                  reject_physical_line delimited by size
                  ' first=' delimited by size
                  suspense_first_run delimited by space
                  ' runs=' delimited by size
                  suspense_runs delimited by size
                  ' ' delimited by size
                  reason_text delimited by size
             into suspense_line_text
             with pointer suspense_line_size
             on overflow display 'overflow!'
           end-string
           write suspense-line from suspense_line_text
           move deck_base to suspense_line
           perform write_suspense_line
           close suspensefile
           perform write_suspense_list_line
           close suspenselist.
       write_suspense_line.
           add 1 to suspense_line
           if suspense_line <= suspense_last
              write suspense-line from eachstring(suspense_line)
              go to write_suspense_line
           end-if.
       describe_reject_reason.
           evaluate reject_reason
              when 'R01'
                 move 'rulestring unusable' to reason_text
              when 'R02'
                 move 'snapshot interval unusable' to reason_text
              when 'R03'
                 move 'sweep rule list unusable' to reason_text
              when 'R04'
                 move 'row count out of range' to reason_text
              when 'R05'
                 move 'column count out of range' to reason_text
              when 'R06'
                 move 'invalid grid character' to reason_text
              when 'R07'
                 move 'library pattern not found' to reason_text
              when 'R08'
                 move 'library pattern does not fit' to reason_text
              when 'R09'
                 move 'rle section unterminated' to reason_text
              when 'R10'
                 move 'rle pattern does not fit' to reason_text
              when 'R11'
                 move 'rle section will not decode' to reason_text
              when 'R12'
                 move 'chain source unusable' to reason_text
              when 'R13'
                 move 'chain source deck rejected' to reason_text
              when 'R14'
                 move 'chain source file unusable' to reason_text
              when 'R15'
                 move 'chain source does not fit' to reason_text
              when other
                 move spaces to reason_text
           end-evaluate.
       write_suspense_heading.
           move spaces to suspense_line_text
           move 1 to suspense_line_size
           string 'SUSPENSE LISTING RUN ' delimited by size
                  run_identifier delimited by space
                  ' INPUT ' delimited by size
                  input_file_name delimited by space
                  ' RESUBMIT ' delimited by size
                  suspense_file_name delimited by space
             into suspense_line_text
             with pointer suspense_line_size
             on overflow display 'overflow!'
           end-string
           write suspense-list-line from suspense_line_text
           move spaces to suspense_line_text
           write suspense-list-line from suspense_line_text
           move 'DECK' to suspense_line_text(1:4)
           move 'REASON' to suspense_line_text(33:6)
           move 'LINE' to suspense_line_text(41:4)
           move 'FIRST SUSPENDED' to suspense_line_text(48:15)
           move 'RUNS' to suspense_line_text(65:4)
           move 'DESCRIPTION' to suspense_line_text(77:11)
           write suspense-list-line from suspense_line_text.
       write_suspense_list_line.
           move spaces to suspense_line_text
           move run_deck_name to suspense_line_text(1:30)
           move reject_reason to suspense_line_text(33:3)
           move spaces to trimmed_field1
           move reject_physical_line to count_string
           move 0 to find_start
           move 5 to sublength
           perform find_start_function
           move count_string(find_start:sublength) to trimmed_field1
           move trimmed_field1 to suspense_line_text(41:5)
           move suspense_first_run to suspense_line_text(48:14)
           move spaces to trimmed_field1
           move suspense_runs to count_string
           move 0 to find_start
           move 3 to sublength
           perform find_start_function
           move count_string(find_start:sublength) to trimmed_field1
           move trimmed_field1 to suspense_line_text(65:3)
           if suspense_runs >= suspense_age_runs
              move 'AGED' to suspense_line_text(71:4)
              add 1 to decks_aged
              perform trim_deck_name
              display 'deck ' deck_name_trim
                 ' aged in suspense, first suspended '
                 suspense_first_run
           end-if
           move reason_text to suspense_line_text(77:50)
           write suspense-list-line from suspense_line_text.
       write_suspense_totals.
           open extend suspenselist
           move spaces to suspense_line_text
           write suspense-list-line from suspense_line_text
           move spaces to trimmed_field1
           move decks_rejected to count_string
           move 0 to find_start
           move 3 to sublength
           perform find_start_function
           move count_string(find_start:sublength) to trimmed_field1
           move 1 to suspense_line_size
           string 'DECKS IN SUSPENSE ' delimited by size
                  trimmed_field1 delimited by space
             into suspense_line_text
             with pointer suspense_line_size
           end-string
           write suspense-list-line from suspense_line_text
           move spaces to suspense_line_text
           move spaces to trimmed_field1
           if decks_aged = 0
              move '0' to trimmed_field1
           else
              move decks_aged to count_string
              move 0 to find_start
              move 3 to sublength
              perform find_start_function
              move count_string(find_start:sublength)
                   to trimmed_field1
           end-if
           move 1 to suspense_line_size
           string 'AGED ITEMS ' delimited by size
                  trimmed_field1 delimited by space
             into suspense_line_text
             with pointer suspense_line_size
           end-string
           write suspense-list-line from suspense_line_text
           close suspenselist.

      * open-status is checked rather than just failing generically so
      * the operator sees why the run could not start - file status
                 move 16 to return-code
           end-evaluate
	       close myfile
	       perform release_run_lock
	       stop run.
      * read line by line - open-status is also the read status for
      * myfile (the select clause's "status is" applies to every
                at end
                   move 1 to reach_file_end
                not at end
                   add 1 to physical_line
                   if open-status not = 0
                      move physical_line to bad_line_number
                      display 'control file line ' bad_line_number
                         ' is longer than 260 characters, aborting'
                      move 20 to return-code
                      close myfile
                      perform release_run_lock
                      stop run
                   end-if
                   evaluate true
                      when echo-string(1:9) = '*SUSPENSE'
                         perform read_suspense_note
                      when echo-string(1:7) = '*HEADER'
                         perform read_header_record
                      when echo-string(1:8) = '*TRAILER'
                         perform read_trailer_record
                      when other
                         perform store_control_line
                   end-evaluate
           end-read
           if reach_file_end is equal to 0
              go to read_input_file
           end-if.
       store_control_line.
      * nothing but blank lines may follow the trailer
           if trailer_seen = 1
              if echo-string not = spaces
                 move 1 to trailer_misplaced
              end-if
           else
              perform store_deck_line
           end-if.
       store_deck_line.
           add 1 to access_string
           if access_string > max_control_lines
              display 'control file has more than '
                 max_control_lines ' lines, aborting'
              move 24 to return-code
              close myfile
              perform release_run_lock
              stop run
           end-if
           move echo-string to eachstring(access_string)
           move physical_line to eachline_number(access_string)
           if suspense_pending = 1
              move pending_first_run
                   to eachline_first_run(access_string)
              move pending_suspense_runs
                   to eachline_suspense_runs(access_string)
              move pending_suspense_note
                   to eachline_suspense_note(access_string)
              move 0 to suspense_pending
           else
              move spaces to eachline_first_run(access_string)
              move 0 to eachline_suspense_runs(access_string)
              move spaces to eachline_suspense_note(access_string)
           end-if.
      * the header has to open the file and can only appear once
       read_header_record.
           if physical_line not = 1 or header_seen = 1
              move 1 to header_misplaced
           else
              move 1 to header_seen
              move spaces to control_token1
              move spaces to control_token2
              unstring echo-string delimited by all space
                   into control_junk, control_token1, control_token2
              end-unstring
              move control_token1 to control_value
              perform control_keyword_value
              move control_value to header_submitter
              move control_token2 to control_value
              perform control_keyword_value
              move control_value to header_batch
           end-if.
       read_trailer_record.
           if trailer_seen = 1
              move 1 to trailer_misplaced
           else
              move 1 to trailer_seen
              move spaces to control_token1
              move spaces to control_token2
              unstring echo-string delimited by all space
                   into control_junk, control_token1, control_token2
              end-unstring
              move control_token1 to control_value
              perform control_keyword_value
              compute expected_decks = function numval(control_value)
              move control_token2 to control_value
              perform control_keyword_value
              compute expected_hash = function numval(control_value)
           end-if.
      * keyword=value in, value out - a value left blank counts as 0
      * in the totals, which then disagree
       control_keyword_value.
           move control_value to control_token3
           move spaces to control_value
           unstring control_token3 delimited by '='
                into control_junk, control_value
           end-unstring
           if control_value = spaces
              move '0' to control_value
           end-if.
      * a *SUSPENSE note belongs to the deck whose name line follows
      * it - only the suspense history is taken from it, the reason
      * is worked out afresh when the deck is validated again
       read_suspense_note.
           move spaces to suspense_first_token
           move spaces to suspense_runs_token
           unstring echo-string delimited by all space
                into suspense_tag, suspense_reason_token,
                     suspense_line_token, suspense_first_token,
                     suspense_runs_token
           end-unstring
           move spaces to pending_first_run
           unstring suspense_first_token delimited by '='
                into suspense_junk, pending_first_run
           end-unstring
           move spaces to suspense_runs_text
           unstring suspense_runs_token delimited by '='
                into suspense_junk, suspense_runs_text
           end-unstring
           move 0 to pending_suspense_runs
           if suspense_runs_text not = spaces
              compute pending_suspense_runs =
                 function numval(suspense_runs_text)
           end-if
           if pending_first_run not = spaces
              move echo-string to pending_suspense_note
              move 1 to suspense_pending
           end-if.
      * read the pattern library once per run - a missing pattern.lib
      * just leaves the catalog empty, and a deck that references it
      * is rejected by validate_library_reference; a catalog entry is
              move 0 to library_eof
              perform load_library_entry
              close libraryfile
           end-if
           perform read_library_version.
      * a missing pattern.ver is a library that has never been
      * versioned, carried as version 0 - mirrored from libmaint,
      * keep the two in step
       read_library_version.
           move 0 to library_version
           open input versionfile
           if version_open_status = '00'
              read versionfile
                 at end
                    continue
                 not at end
                    if version_number is numeric
                       move version_number to library_version
                    end-if
              end-read
              close versionfile
           end-if.
       load_library_entry.
           read libraryfile into library-line
           move '0' to rle_output_flag
           move 0 to snapshot_interval
           move 0 to snapshot_bad
           move 0 to sweep_count
           move 0 to sweep_bad
           perform set_default_rules
           move deck_opt_token1 to deck_opt_work
           perform classify_deck_option
           COMPUTE iteration =
                FUNCTION NUMVAL(eachstring(deck_base + 2)).
      * one optional parameter-line token - the rle flag, a snap=N
      * snapshot request, a sweep= rule list or a B../S.. rulestring.
      * a leftover token
      * that is none of these must reject the deck - a mistyped
      * S23/B36 silently running under the default rule is exactly
      * the outcome the per-deck rules exist to prevent, and once
                    if snapshot_interval < 1
                       move 1 to snapshot_bad
                    end-if
                 when deck_opt_work(1:6) = 'sweep=' or
                      deck_opt_work(1:6) = 'SWEEP='
                    perform parse_sweep_list
                 when other
                    if rule_bad = 0
                       move deck_opt_work to rulestring
                    end-if
              end-evaluate
           end-if.
      * split the sweep list at its commas and check every rule the
      * way a single rulestring token is checked - the first bad one
      * stays in rulestring for the rejection message. an empty list,
      * an empty entry, an entry longer than a rule slot, more rules
      * than the table holds or a list that fills the whole token
      * (and so may have been cut short, its last rule with it)
      * spoils the list itself
       parse_sweep_list.
           if sweep_count > 0 or deck_opt_work(7:74) = spaces or
              deck_opt_work(80:1) not = space
              move 1 to sweep_bad
           else
              move 7 to sweep_ptr
              perform parse_sweep_item
           end-if.
       parse_sweep_item.
           if sweep_ptr <= 80 and sweep_bad = 0
              move spaces to sweep_item
              unstring deck_opt_work delimited by ','
                   into sweep_item
                   with pointer sweep_ptr
              end-unstring
              if sweep_item = spaces or sweep_count >= max_sweep_rules
                 or sweep_item(21:60) not = spaces
                 move 1 to sweep_bad
              else
                 add 1 to sweep_count
                 move sweep_item to sweep_rule(sweep_count)
                 if rule_bad = 0
                    move sweep_item to rulestring
                    if sweep_item(1:1) = 'B' or sweep_item(1:1) = 'b'
                       perform parse_rulestring
                    else
                       move 1 to rule_bad
                    end-if
                 end-if
              end-if
      * a comma with nothing after it is an empty entry too
              if sweep_bad = 0 and
                 deck_opt_work(sweep_ptr - 1:1) = ','
                 if sweep_ptr > 80
                    move 1 to sweep_bad
                 else
                    if deck_opt_work(sweep_ptr:1) = space
                       move 1 to sweep_bad
                    end-if
                 end-if
              end-if
      * the list ends at the first blank after its last comma
              if sweep_ptr <= 80
                 if deck_opt_work(sweep_ptr:1) = space
                    move 81 to sweep_ptr
                 end-if
              end-if
              go to parse_sweep_item
           end-if.
      * conway's own rule, the default for every deck
       set_default_rules.
           move 0 to rule_bad
              move 2 to deck_source
              perform parse_rle_header
              perform count_rle_lines
           end-if
           move spaces to chain_source_text
           if eachstring(deck_base + 4)(1:5) = 'from '
              move 3 to deck_source
              move 1 to deck_grid_lines
              perform build_chain_source
           end-if.
      * "from <deck> [generation]" names the source file - the deck's
      * grid output, or with a generation the snapshot frame that
      * write_snapshot_file names the same way - and the source text
      * that travels on the audit line and the history record
       build_chain_source.
           move spaces to chain_deck_name
           move spaces to chain_gen_text
           unstring eachstring(deck_base + 4) delimited by all space
                into chain_from_word, chain_deck_name, chain_gen_text
           end-unstring
           move 0 to chain_generation
           move spaces to chain_file_name
           move 1 to chain_file_size
           move spaces to chain_source_text
           move 1 to chain_source_size
           if chain_gen_text = spaces
              string chain_deck_name delimited by space
                     suffix_name delimited by size
                into chain_file_name
                with pointer chain_file_size
                on overflow display 'overflow!'
              end-string
              string chain_deck_name delimited by space
                into chain_source_text
                with pointer chain_source_size
                on overflow display 'overflow!'
              end-string
           else
              compute chain_generation =
                 function numval(chain_gen_text)
              move chain_generation to snapshot_gen_text
              string chain_deck_name delimited by space
                     snapshot_gen_text delimited by size
                     snapshot_suffix delimited by size
                into chain_file_name
                with pointer chain_file_size
                on overflow display 'overflow!'
              end-string
              string chain_deck_name delimited by space
                     '@' delimited by size
                     snapshot_gen_text delimited by size
                into chain_source_text
                with pointer chain_source_size
                on overflow display 'overflow!'
              end-string
           end-if.
      * pull x, y and any rule out of the "x = 3, y = 3, rule = ..."
      * header line - the rule segment is carried along for later,
      * an oversize row/col or a stray character into the tables
       validate_pattern.
           move 0 to invalid_deck
           move spaces to reject_reason
           move 0 to reject_line
           if rule_bad = 1
              perform trim_deck_name
              display 'deck ' deck_name_trim
                 ': rulestring ' rulestring ' is unusable'
              move 1 to invalid_deck
              move 'R01' to reason_work
              perform note_reject_reason
           end-if
           if snapshot_bad = 1
              perform trim_deck_name
              display 'deck ' deck_name_trim
                 ': snapshot interval is unusable'
              move 1 to invalid_deck
              move 'R02' to reason_work
              perform note_reject_reason
           end-if
           if sweep_bad = 1
              perform trim_deck_name
              display 'deck ' deck_name_trim
                 ': sweep rule list is unusable'
              move 1 to invalid_deck
              move 'R03' to reason_work
              perform note_reject_reason
           end-if
           if actualrow < 1 or actualrow > max_table_row
              perform trim_deck_name
                 ': actualrow ' actualrow ' out of range 1 to '
                 max_table_row
              move 1 to invalid_deck
              move 'R04' to reason_work
              perform note_reject_reason
           end-if
           if actualcol < 1 or actualcol > max_table_col
              perform trim_deck_name
                 ': actualcol ' actualcol ' out of range 1 to '
                 max_table_col
              move 1 to invalid_deck
              move 'R05' to reason_work
              perform note_reject_reason
           end-if
           if invalid_deck = 0
              evaluate deck_source
                    perform validate_library_reference
                 when 2
                    perform validate_rle_deck
                 when 3
                    perform validate_chain_reference
                 when other
                    move 0 to validate_row
                    perform validate_pattern_row
              end-evaluate
           end-if.
      * the first reason found is the one the deck is suspended
      * under, pointing at the parameter line, the grid line at
      * fault, or for a one-line grid source that line
       note_reject_reason.
           if reject_reason = spaces
              move reason_work to reject_reason
              evaluate reason_work
                 when 'R06'
                    move validate_linenumber to reject_line
                 when 'R01' thru 'R05'
                    compute reject_line = deck_base + 3
                 when other
                    compute reject_line = deck_base + 4
              end-evaluate
              if reject_line > access_string
                 move access_string to reject_line
              end-if
           end-if.
      * a chain deck is valid when it names a source, the source was
      * not itself rejected earlier in this run, the source file is
      * there and holds a 0/* grid, and that grid fits this deck's
      * board - the grid is read into chain_grid here so the board
      * can be laid straight from it
       validate_chain_reference.
           perform trim_deck_name
           if chain_deck_name = spaces
              display 'deck ' deck_name_trim
                 ': from names no source deck'
              move 1 to invalid_deck
              move 'R12' to reason_work
              perform note_reject_reason
           else
              if chain_gen_text not = spaces and chain_generation = 0
                 display 'deck ' deck_name_trim
                    ': source generation ' chain_gen_text
                    ' is unusable'
                 move 1 to invalid_deck
                 move 'R12' to reason_work
                 perform note_reject_reason
              end-if
           end-if
           if invalid_deck = 0
              move 0 to chain_prior_rejected
              move 0 to summary_scan
              perform find_chain_prior_deck
              if chain_prior_rejected = 1
                 display 'deck ' deck_name_trim
                    ': source deck ' chain_deck_name
                    ' was rejected earlier in this run'
                 move 1 to invalid_deck
                 move 'R13' to reason_work
                 perform note_reject_reason
              end-if
           end-if
           if invalid_deck = 0
              perform load_chain_grid
              if chain_open_status not = '00'
                 display 'deck ' deck_name_trim
                    ': source file ' chain_file_name
                    ' not available, status ' chain_open_status
                 move 1 to invalid_deck
                 move 'R14' to reason_work
                 perform note_reject_reason
              else
                 if chain_rows = 0
                    display 'deck ' deck_name_trim
                       ': source file ' chain_file_name
                       ' holds no grid'
                    move 1 to invalid_deck
                    move 'R14' to reason_work
                    perform note_reject_reason
                 end-if
                 if chain_too_big = 1 or chain_rows > actualrow
                    display 'deck ' deck_name_trim
                       ': source board does not fit the board rows'
                    move 1 to invalid_deck
                    move 'R15' to reason_work
                    perform note_reject_reason
                 end-if
                 if chain_cols > actualcol
                    display 'deck ' deck_name_trim
                       ': source board does not fit the board columns'
                    move 1 to invalid_deck
                    move 'R15' to reason_work
                    perform note_reject_reason
                 end-if
              end-if
           end-if.
      * the batch summary already holds every deck this run has
      * settled, so a source it shows as rejected or abandoned is
      * caught there rather than by whatever an older run left on
      * disk under the same name
       find_chain_prior_deck.
           add 1 to summary_scan
           if summary_scan <= summary_count
              if summary_deck(summary_scan) = chain_deck_name
                 if summary_outcome(summary_scan) = 'REJECTED' or
                    summary_outcome(summary_scan) = 'BATCH-ABANDONED'
                    move 1 to chain_prior_rejected
                 else
                    move 0 to chain_prior_rejected
                 end-if
              end-if
              go to find_chain_prior_deck
           end-if.
      * the grid rows are the leading lines that open with 0 or * -
      * a grid output file closes with its outcome sentence, which
      * ends the grid the same as end of file does. each row's width
      * is its leading run of 0/* characters and the board is as
      * wide as the widest row
       load_chain_grid.
           move 0 to chain_rows
           move 0 to chain_cols
           move 0 to chain_too_big
           move 0 to chain_eof
           open input chainfile
           if chain_open_status = '00'
              perform load_chain_row
              close chainfile
              move '00' to chain_open_status
           end-if.
       load_chain_row.
           read chainfile into chain-line
              at end move 1 to chain_eof
           end-read
           if chain_eof = 0
              if chain-line(1:1) = '0' or chain-line(1:1) = '*'
                 if chain_rows >= max_table_row
                    move 1 to chain_too_big
                    move 1 to chain_eof
                 else
                    add 1 to chain_rows
                    move 0 to chain_row_width
                    perform measure_chain_row
                    if chain_row_width > chain_cols
                       move chain_row_width to chain_cols
                    end-if
                    move all '0' to chain_grid_row(chain_rows)
                    move chain-line(1:chain_row_width)
                         to chain_grid_row(chain_rows)
                            (1:chain_row_width)
                 end-if
              else
                 move 1 to chain_eof
              end-if
              go to load_chain_row
           end-if.
       measure_chain_row.
           if chain_row_width < 250
              if chain-line(chain_row_width + 1:1) = '0' or
                 chain-line(chain_row_width + 1:1) = '*'
                 add 1 to chain_row_width
                 go to measure_chain_row
              end-if
           else
      * a row running past the widest board there is cannot fit
              if chain-line(251:1) = '0' or chain-line(251:1) = '*'
                 move 251 to chain_cols
              end-if
           end-if.
      * an rle deck is valid when its section terminates, its header
      * dimensions fit the board, and a dry decode pass (store flag
      * off) gets through the runs without a stray character or a
              display 'deck ' deck_name_trim
                 ': rle section has no terminator'
              move 1 to invalid_deck
              move 'R09' to reason_work
              perform note_reject_reason
           else
              if rle_y < 1 or rle_y > actualrow
                 perform trim_deck_name
                    ': rle height ' rle_y
                    ' does not fit the board rows'
                 move 1 to invalid_deck
                 move 'R10' to reason_work
                 perform note_reject_reason
              end-if
              if rle_x < 1 or rle_x > actualcol
                 perform trim_deck_name
                    ': rle width ' rle_x
                    ' does not fit the board columns'
                 move 1 to invalid_deck
                 move 'R10' to reason_work
                 perform note_reject_reason
              end-if
              if invalid_deck = 0
                 move 0 to rle_store_flag
                    display 'deck ' deck_name_trim
                       ': rle section does not decode'
                    move 1 to invalid_deck
                    move 'R11' to reason_work
                    perform note_reject_reason
                 end-if
              end-if
           end-if.
                    ': invalid character at line ' validate_linenumber
                    ' column ' validate_col
                 move 1 to invalid_deck
                 move 'R06' to reason_work
                 perform note_reject_reason
              end-if
              if invalid_deck = 0
                 go to validate_pattern_col
                 ': pattern ' library_ref_name
                 'not in the library'
              move 1 to invalid_deck
              move 'R07' to reason_work
              perform note_reject_reason
           else
              if library_rows(library_match) + library_row_offset
                 > actualrow
                    ': pattern ' library_ref_name
                    'does not fit the board rows at that offset'
                 move 1 to invalid_deck
                 move 'R08' to reason_work
                 perform note_reject_reason
              end-if
              if library_cols(library_match) + library_col_offset
                 > actualcol
                    ': pattern ' library_ref_name
                    'does not fit the board columns at that offset'
                 move 1 to invalid_deck
                 move 'R08' to reason_work
                 perform note_reject_reason
              end-if
           end-if.
       find_library_entry.
      * x(260) for the 500-row grid ceiling
       trim_deck_name.
           move spaces to deck_name_trim
           string run_deck_name delimited by space
             into deck_name_trim
           end-string.
      * checkpoint file for this deck is named after it, same way
       build_checkpoint_name.
           move spaces to checkpoint_file_name
           move 1 to checkpoint_file_size
           string run_deck_name delimited by space
                  checkpoint_suffix delimited by size
             into checkpoint_file_name
             with pointer checkpoint_file_size
       build_report_name.
           move spaces to report_file_name
           move 1 to report_file_size
           string run_deck_name delimited by space
                  report_suffix delimited by size
             into report_file_name
             with pointer report_file_size
              go to place_library_col
           end-if.

      * build the board for a chain deck - the whole board starts
      * dead, the source grid read at validation is laid on at the
      * top-left corner, and the per-deck state is reset the same
      * way store_pattern leaves it
       store_chain_pattern.
           move 0 to accessrow
           perform clear_board_row
           move 0 to chain_load_row
           perform place_chain_row
           move 0 to accessrow
           move 0 to accesscol
           move 0 to countiteration
           move 0 to is_still_life
           move 0 to havenewbirth
           move 0 to havenewdied.
       place_chain_row.
           add 1 to chain_load_row
           if chain_load_row <= chain_rows
              move chain_grid_row(chain_load_row)(1:chain_cols)
                   to tablerow(chain_load_row)(1:chain_cols)
              go to place_chain_row
           end-if.

      * build the board for an rle deck - the whole board starts
      * dead, the decoded runs are laid on at the top-left corner,
      * and the per-deck state is reset the same way store_pattern
                     remainder checkpoint_remainder
                  if checkpoint_remainder = 0
                     perform write_checkpoint
                     perform check_time_budget
                     if budget_spent = 1
                        move 1 to deck_deferred
                     end-if
                  end-if
                  if snapshot_interval > 0
                     divide countiteration by snapshot_interval
                     end-if
                  end-if
                  perform report_generation_line
                  if deck_deferred = 0
                     go to simulation
                  end-if
	           end-if
           end-if.

           move countiteration to snapshot_gen_text
           move spaces to snapshot_file_name
           move 1 to snapshot_file_size
           string run_deck_name delimited by space
                  snapshot_gen_text delimited by size
                  snapshot_suffix delimited by size
             into snapshot_file_name
       write_output_file.
           move spaces to output_file_name
           move 1 to output_file_size
           string run_deck_name delimited by space
                  suffix_name delimited by size
             into output_file_name
             with pointer output_file_size
       write_rle_file.
           move spaces to rle_file_name
           move 1 to rle_file_size
           string run_deck_name delimited by space
                  rle_suffix delimited by size
             into rle_file_name
             with pointer rle_file_size
       write_age_map.
           move spaces to age_file_name
           move 1 to age_file_size
           string run_deck_name delimited by space
                  age_suffix delimited by size
             into age_file_name
             with pointer age_file_size
       write_csv_file.
           move spaces to csv_file_name
           move 1 to csv_file_size
           string run_deck_name delimited by space
                  csv_suffix delimited by size
             into csv_file_name
             with pointer csv_file_size
                   to trimmed_field2
           end-if
           string 'deck=' delimited by size
                  run_deck_name delimited by space
                  ' grid=' delimited by size
                  trimmed_field1 delimited by space
                  ' csv=' delimited by size
       verify_against_baseline.
           move spaces to baseline_file_name
           move 1 to baseline_file_size
           string run_deck_name delimited by space
                  baseline_suffix delimited by size
             into baseline_file_name
             with pointer baseline_file_size
           move 1 to verify_line_size
           if verify_bad = 0
              string 'deck=' delimited by size
                     run_deck_name delimited by space
                     ' verify=PASS' delimited by size
                into verify_line_text
                with pointer verify_line_size
              move count_string(find_start:sublength)
                   to trimmed_field2
              string 'deck=' delimited by size
                     run_deck_name delimited by space
                     ' verify=FAIL row=' delimited by size
                     trimmed_field1 delimited by space
                     ' col=' delimited by size
       write_census_file.
           move spaces to census_file_name
           move 1 to census_file_size
           string run_deck_name delimited by space
                  census_suffix delimited by size
             into census_file_name
             with pointer census_file_size
                  ' input=' delimited by size
                  input_file_name delimited by space
                  ' deck=' delimited by size
                  run_deck_name delimited by space
                  ' iteration=' delimited by size
                  trimmed_field1 delimited by space
                  ' generations=' delimited by size
             with pointer audit_size
             on overflow display 'overflow!'
           end-string
           move spaces to trimmed_field1
           if library_version = 0
              move '0' to trimmed_field1
           else
              move library_version to count_string
              move 0 to find_start
              move 5 to sublength
              perform find_start_function
              move count_string(find_start:sublength) to trimmed_field1
           end-if
           string ' library=' delimited by size
                  trimmed_field1 delimited by space
             into audit_record
             with pointer audit_size
             on overflow display 'overflow!'
           end-string
      * a chained deck names the board it was seeded from, and a
      * sweep run the rule it ran under and the deck it belongs to
      * (whose name the comparison page carries), after the fixed
      * tokens so lifestat's reading of the line is unchanged
           if sweep_count > 0 and
              (audit_outcome = 'STILL-LIFE' or
               audit_outcome = 'EXHAUSTED-ITERATIONS')
              string ' rule=' delimited by size
                     rulestring delimited by space
                     ' sweep=' delimited by size
                     eachstring(deck_base + 1) delimited by space
                into audit_record
                with pointer audit_size
                on overflow display 'overflow!'
              end-string
           end-if
      * a deck taking snapshots names its interval, so the files
      * can be found again without trying every generation
           if snapshot_interval > 0
              move snapshot_interval to count_string
              move 0 to find_start
              move 5 to sublength
              perform find_start_function
              string ' snap=' delimited by size
                     count_string(find_start:sublength)
                        delimited by space
                into audit_record
                with pointer audit_size
                on overflow display 'overflow!'
              end-string
           end-if
           if audit_outcome = 'REJECTED' and reject_reason not = spaces
              string ' reason=' delimited by size
                     reject_reason delimited by space
                into audit_record
                with pointer audit_size
                on overflow display 'overflow!'
              end-string
           end-if
           if audit_outcome = 'DEFERRED' and
              sweep_deferred_name not = spaces
              string ' sweep=' delimited by size
                     eachstring(deck_base + 1) delimited by space
                into audit_record
                with pointer audit_size
                on overflow display 'overflow!'
              end-string
           end-if
           if audit_outcome = 'DEFERRED'
              string ' carry=' delimited by size
                     carry_file_name delimited by space
                into audit_record
                with pointer audit_size
                on overflow display 'overflow!'
              end-string
           end-if
           if deck_source = 3
              string ' from=' delimited by size
                     chain_source_text delimited by space
                into audit_record
                with pointer audit_size
                on overflow display 'overflow!'
              end-string
           end-if
           move audit_record to audit-line
           write audit-line
           close auditfile.

      * the comparison page for a rule-sweep deck - one line per
      * rule in list order, outcome, period, generations run and
      * final population side by side, named after the deck like
      * its other files
       write_sweep_page.
           move spaces to sweep_file_name
           move 1 to sweep_file_size
           string run_deck_name delimited by space
                  sweep_suffix delimited by size
             into sweep_file_name
             with pointer sweep_file_size
             on overflow display 'overflow!'
           end-string
           open output sweepfile
           move spaces to sweep_line_text
           move 'RULE SWEEP' to sweep_line_text(1:10)
           move run_deck_name to sweep_line_text(12:50)
           write sweep-line from sweep_line_text
           move spaces to sweep_line_text
           write sweep-line from sweep_line_text
           move 'RULE' to sweep_line_text(1:4)
           move 'OUTCOME' to sweep_line_text(23:7)
           move 'PERIOD' to sweep_line_text(55:6)
           move 'GENERATIONS' to sweep_line_text(63:11)
           move 'POPULATION' to sweep_line_text(76:10)
           write sweep-line from sweep_line_text
           move 0 to sweep_index
           perform write_sweep_line
           close sweepfile.
       write_sweep_line.
           add 1 to sweep_index
           if sweep_index <= sweep_count
              move spaces to sweep_line_text
              move sweep_rule(sweep_index) to sweep_line_text(1:20)
              move sweep_outcome(sweep_index)
                   to sweep_line_text(23:30)
              move spaces to trimmed_field1
              if sweep_period(sweep_index) = 0
                 move '-' to trimmed_field1
              else
                 move sweep_period(sweep_index) to count_string
                 move 0 to find_start
                 move 2 to sublength
                 perform find_start_function
                 move count_string(find_start:sublength)
                      to trimmed_field1
              end-if
              move trimmed_field1 to sweep_line_text(55:6)
              move spaces to trimmed_field1
              if sweep_generations(sweep_index) = 0
                 move '0' to trimmed_field1
              else
                 move sweep_generations(sweep_index) to count_string
                 move 0 to find_start
                 move 5 to sublength
                 perform find_start_function
                 move count_string(find_start:sublength)
                      to trimmed_field1
              end-if
              move trimmed_field1 to sweep_line_text(63:9)
              move spaces to trimmed_field1
              if sweep_population(sweep_index) = 0
                 move '0' to trimmed_field1
              else
                 move sweep_population(sweep_index) to count_string
                 move 0 to find_start
                 move 6 to sublength
                 perform find_start_function
                 move count_string(find_start:sublength)
                      to trimmed_field1
              end-if
              move trimmed_field1 to sweep_line_text(76:9)
              write sweep-line from sweep_line_text
              go to write_sweep_line
           end-if.

      * the one-line verdict for a finished deck, richer than the
      * audit outcome in that a recognised oscillator is named with
      * its period instead of counting as plain exhaustion
           if summary_count < 750
              add 1 to summary_count
              move spaces to summary_deck(summary_count)
              string run_deck_name delimited by space
                into summary_deck(summary_count)
              end-string
              move deck_outcome_text
      * and whatever period/spaceship state is lying around belongs
      * to the deck before it
              if deck_outcome_text = 'REJECTED' or
                 deck_outcome_text = 'BATCH-ABANDONED' or
                 deck_outcome_text = 'DEFERRED'
                 move 'NOT-RUN' to summary_recon(summary_count)
                 move 0 to summary_period(summary_count)
                 move 0 to summary_ship(summary_count)
              end-if
           else
              move spaces to master_deck_name
              string run_deck_name delimited by space
                into master_deck_name
              end-string
              move deck_outcome_text to master_outcome
              end-if
              move audit_generations to master_generations
              move run_identifier to master_timestamp
              move library_version to master_library_version
              write master-record
                 invalid key rewrite master-record
              end-write
                 history_open_status
           else
              move spaces to history_deck_name
              string run_deck_name delimited by space
                into history_deck_name
              end-string
              move run_identifier to history_timestamp
                 end-if
              end-if
              move audit_generations to history_generations
              if deck_source = 3
                 move chain_source_text to history_source
              else
                 move spaces to history_source
              end-if
              move library_version to history_library_version
              write history-record
              close historyfile
           end-if.
             into summary_line_text
             with pointer summary_line_size
           end-string
           if suspense_opened = 1
              string ' SUSPENSE ' delimited by size
                     suspense_file_name delimited by space
                into summary_line_text
                with pointer summary_line_size
              end-string
           end-if
           write summary-line from summary_line_text
           move spaces to summary_line_text
           move 1 to summary_line_size
           move spaces to trimmed_field1
           if decks_deferred = 0
              move '0' to trimmed_field1
           else
              move decks_deferred to count_string
              move 0 to find_start
              move 3 to sublength
              perform find_start_function
              move count_string(find_start:sublength)
                   to trimmed_field1
           end-if
           string 'DECKS DEFERRED ' delimited by size
                  trimmed_field1 delimited by space
             into summary_line_text
             with pointer summary_line_size
           end-string
           if decks_deferred > 0
              string ' CARRY-OVER ' delimited by size
                     carry_file_name delimited by space
                into summary_line_text
                with pointer summary_line_size
              end-string
           end-if
           write summary-line from summary_line_text
           move spaces to summary_line_text
           move 1 to summary_line_size
             into summary_line_text
             with pointer summary_line_size
           end-string
           write summary-line from summary_line_text
           if control_verdict not = 'NOT-SUPPLIED'
              perform build_control_line
              move spaces to summary_line_text
              move 1 to summary_line_size
              string 'CONTROL TOTALS ' delimited by size
                     control_verdict delimited by space
                     control_line_text delimited by '  '
                into summary_line_text
                with pointer summary_line_size
                on overflow display 'overflow!'
              end-string
              write summary-line from summary_line_text
              if control_verdict = 'REFUSED'
                 move spaces to summary_line_text
                 move 1 to summary_line_size
                 string 'RUN REFUSED, ' delimited by size
                        control_reason delimited by '  '
                   into summary_line_text
                   with pointer summary_line_size
                 end-string
                 write summary-line from summary_line_text
              end-if
           end-if.


      * the formatted print report operations files with the shift
                   to trimmed_field1
           end-if
           move trimmed_field1 to print_line_text(25:9)
           if suspense_opened = 1
              move 'SUSPENSE' to print_line_text(36:8)
              move suspense_file_name to print_line_text(47:50)
           end-if
           perform print_report_line
           move 'DECKS DEFERRED' to print_line_text(3:14)
           move spaces to trimmed_field1
           if decks_deferred = 0
              move '0' to trimmed_field1
           else
              move decks_deferred to count_string
              move 0 to find_start
              move 3 to sublength
              perform find_start_function
              move count_string(find_start:sublength)
                   to trimmed_field1
           end-if
           move trimmed_field1 to print_line_text(25:9)
           if decks_deferred > 0
              move 'CARRY-OVER' to print_line_text(36:10)
              move carry_file_name to print_line_text(47:50)
           end-if
           perform print_report_line
           move 'TOTAL GENERATIONS' to print_line_text(3:17)
           move spaces to trimmed_field1
                   to trimmed_field1
           end-if
           move trimmed_field1 to print_line_text(25:9)
           perform print_report_line
           if control_verdict not = 'NOT-SUPPLIED'
              perform build_control_line
              move 'CONTROL TOTALS' to print_line_text(3:14)
              move control_verdict to print_line_text(25:14)
              move control_line_text(2:90) to print_line_text(40:90)
              perform print_report_line
              if control_verdict = 'REFUSED'
                 move 'RUN REFUSED' to print_line_text(3:11)
                 move control_reason to print_line_text(25:60)
                 perform print_report_line
              end-if
           end-if.
      * take the run lock before the first shared file is touched -
      * lock_run_id arrives holding this job's run identifier
       take_run_lock.
           move return-code to lock_saved_rc
           move spaces to lock_user_id
           accept lock_user_id from environment 'USER'
           if lock_user_id = spaces
              move 'unknown' to lock_user_id
           end-if
           move spaces to lock_wait_text
           accept lock_wait_text from environment 'LIFE_LOCK_WAIT'
           if lock_wait_text not = spaces
              compute lock_wait_seconds =
                 function numval(lock_wait_text)
           end-if
           move 0 to lock_waited
           perform try_run_lock
           move lock_saved_rc to return-code.
      * two jobs arriving together cannot both make the directory -
      * whichever makes it has the lock, and only then names itself
      * in life.lck. a directory that will not be made and is not
      * there either is a permission problem, not another job
       try_run_lock.
           call 'CBL_CREATE_DIR' using lock_dir_name
           move return-code to lock_call_status
           if lock_call_status = 0
              perform write_run_lock
              move 1 to lock_taken
           else
              call 'CBL_CHECK_FILE_EXIST' using lock_dir_name
                 lock_dir_details
              move return-code to lock_call_status
              if lock_call_status not = 0
                 display 'run lock ' lock_dir_name
                    ' cannot be made'
                 move 16 to return-code
                 stop run
              end-if
              perform read_run_lock
              if lock_waited >= lock_wait_seconds
                 if lock_held = 1
                    display 'shared files locked by ' lock_holder
                       ' for ' lock_user ' run ' lock_run
                       ' since ' lock_started
                 else
                    display 'shared files locked, ' lock_dir_name
                       ' is there but life.lck names no job'
                 end-if
                 display 'gave up after ' lock_waited ' seconds'
                 move 32 to return-code
                 stop run
              end-if
              if lock_waited = 0
                 if lock_held = 1
                    display 'waiting for the run lock, held by '
                       lock_holder ' run ' lock_run
                 else
                    display 'waiting for the run lock, no job named'
                 end-if
              end-if
              compute lock_sleep_seconds =
                 lock_wait_seconds - lock_waited
              if lock_sleep_seconds > lock_poll_seconds
                 move lock_poll_seconds to lock_sleep_seconds
              end-if
              call 'C$SLEEP' using lock_sleep_seconds
              add lock_sleep_seconds to lock_waited
              go to try_run_lock
           end-if.
       read_run_lock.
           move 0 to lock_held
           move spaces to lock-record
           open input lockfile
           if lock_open_status = '00'
              read lockfile
                 at end
                    move spaces to lock-record
                 not at end
                    if lock-record not = spaces
                       move 1 to lock_held
                    end-if
              end-read
              close lockfile
           else
              if lock_open_status not = '35'
                 display 'run lock life.lck unavailable, status '
                    lock_open_status
                 move 16 to return-code
                 stop run
              end-if
           end-if.
      * the directory is given back if life.lck cannot be written,
      * so a job that never ran does not leave the files locked
       write_run_lock.
           move function current-date to lock_current_date
           open output lockfile
           if lock_open_status not = '00'
              display 'run lock life.lck cannot be written, status '
                 lock_open_status
              call 'CBL_DELETE_DIR' using lock_dir_name
              move 16 to return-code
              stop run
           end-if
           move spaces to lock-record
           move lock_program to lock_holder
           move lock_user_id to lock_user
           move lock_run_id to lock_run
           move lock_current_date(1:14) to lock_started
           write lock-record
           close lockfile.
      * the lock is only given back while it is still this job's -
      * an operator may have cleared it as stale meanwhile and
      * another job taken it. return-code arrives holding the job's
      * own and leaves holding it still
       release_run_lock.
           if lock_taken = 1
              move return-code to lock_saved_rc
              perform read_run_lock
              if lock_held = 1 and lock_run = lock_run_id and
                 lock_holder = lock_program
                 open output lockfile
                 close lockfile
                 call 'CBL_DELETE_DIR' using lock_dir_name
              else
                 display 'run lock no longer held by this job, '
                    'left as it stands'
              end-if
              move 0 to lock_taken
              move lock_saved_rc to return-code
           end-if.

           select libraryfile assign to 'pattern.lib'
             organization is line sequential
             status is library_open_status.
           select chainfile assign dynamic chain_file_name
             organization is line sequential
             status is chain_open_status.

       data division.
       file section.
       01 each-line pic x(260).
       fd libraryfile.
       01 library-line pic x(260).
       fd chainfile.
       01 chain-line pic x(260).

       working-storage section.
       01 open-status pic 9(2).
       01 input_file_name pic x(50) value 'input.txt'.
       01 input_file_parm pic x(80).
       01 input_file_env pic x(50).
       01 echo-string pic x(260).
       01 reach_file_end pic 9(1) value 0.
       01 stringtable.
          03 eachstringdata occurs 3000.
             05 eachstring pic x(260).
             05 eachline_number pic 9(5).
      * *SUSPENSE note lines on a resubmitted suspense file are
      * skipped as life skips them, so line numbers are counted on
      * the file as it stands rather than on the stored lines
       01 physical_line pic 9(5) value 0.
       01 grid_line_number pic 9(5) value 0.
       01 max_control_lines pic 9(5) value 3000.
       01 bad_line_number pic 9(5) value 0.
       01 max_table_row pic 9(3) value 500.
       01 library_col_offset pic 9(3) value 0.
       01 library_match pic 9(3) value 0.
       01 library_scan pic 9(3) value 0.
      * chain decks - a source deck earlier in this same control file
      * has no board on disk yet at submission time, so it is checked
      * against what the lint itself found for that deck; any other
      * source is checked against its file the way life reads it
       01 chain_file_name pic x(50).
       01 chain_file_size pic 99 value 1.
       01 chain_open_status pic x(2).
       01 chain_from_word pic x(10).
       01 chain_deck_name pic x(50).
       01 chain_gen_text pic x(10).
       01 chain_generation pic 9(5) value 0.
       01 chain_gen_digits pic 9(5) value 0.
       01 chain_rows pic 9(3) value 0.
       01 chain_cols pic 9(3) value 0.
       01 chain_row_width pic 9(3) value 0.
       01 chain_eof pic 9(1) value 0.
       01 chain_too_big pic 9(1) value 0.
       01 snapshot_suffix pic x(7) value 'snp.txt'.
       01 suffix_name pic x(7) value 'cob.txt'.
       01 max_seen_decks pic 9(3) value 750.
       01 seen_deck_table.
          03 seen_deck_entry occurs 750.
             05 seen_deck_name pic x(50).
             05 seen_deck_rows pic 9(3).
             05 seen_deck_cols pic 9(3).
             05 seen_deck_ok pic 9(1).
             05 seen_deck_snapshot pic 9(5).
             05 seen_deck_iteration pic 9(5).
       01 seen_deck_count pic 9(3) value 0.
       01 seen_deck_scan pic 9(3) value 0.
       01 seen_deck_match pic 9(3) value 0.
       01 chain_snap_quotient pic 9(5) value 0.
       01 chain_snap_remainder pic 9(5) value 0.

       01 deck_opt_token1 pic x(80).
       01 deck_opt_token2 pic x(80).
       01 deck_opt_token3 pic x(80).
       01 deck_opt_work pic x(80).
       01 rle_output_flag pic x(1) value '0'.
       01 snapshot_interval pic 9(5) value 0.
       01 snapshot_bad pic 9(1) value 0.
       01 rule_mode pic 9(1) value 0.
       01 rule_digit pic 9(1) value 0.
       01 rule_bad pic 9(1) value 0.
      * rule-sweep list, checked the way life checks it - each rule
      * run of an accepted sweep deck is remembered under the name
      * life will give it, for chain decks that name one
       01 max_sweep_rules pic 9(2) value 10.
       01 sweep_table.
          03 sweep_rule pic x(20) occurs 10.
       01 sweep_count pic 9(2) value 0.
       01 sweep_index pic 9(2) value 0.
       01 sweep_bad pic 9(1) value 0.
       01 sweep_ptr pic 9(3) value 0.
       01 sweep_item pic x(80).
       01 sweep_rule_part1 pic x(20).
       01 sweep_rule_part2 pic x(20).
       01 sweep_name_size pic 99 value 1.
       01 seen_name_work pic x(50).

      * control-file header and trailer, same records and the same
      * verdict as life - the walk below totals the decks as it
      * lints them, and a refusal ends the lint with the return code
      * the night batch would refuse the file with
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
       01 control_verdict pic x(14) value 'NOT-SUPPLIED'.
       01 control_reason pic x(60) value spaces.

       01 decks_accepted pic 9(5) value 0.
       01 decks_rejected pic 9(5) value 0.
           perform load_pattern_library
           move 0 to deck_base
           perform lint_decks
           perform check_control_totals
           display 'DECKS ACCEPTED ' decks_accepted
           display 'DECKS REJECTED ' decks_rejected
           if decks_rejected > 0
           if location_lost = 1
              move 8 to lint_rc
           end-if
           if control_verdict not = 'NOT-SUPPLIED'
              display 'CONTROL TOTALS ' control_verdict
                 ' DECKS ' counted_decks '/' expected_decks
                 ' HASH ' counted_hash '/' expected_hash
           end-if
           if control_verdict = 'REFUSED'
              move 28 to lint_rc
           end-if
           move lint_rc to return-code
           stop run.
       resolve_input_file_name.
           move spaces to input_file_parm
           accept input_file_parm from command-line
           if input_file_parm not = spaces
      * anything after the file name is the night batch's time
      * budget, which the lint has no use for
              unstring input_file_parm delimited by all space
                   into input_file_name
              end-unstring
           else
              move spaces to input_file_env
              accept input_file_env from environment 'LIFE_INPUT_FILE'
                at end
                   move 1 to reach_file_end
                not at end
                   add 1 to physical_line
                   if open-status not = 0
                      move physical_line to bad_line_number
                      display 'control file line ' bad_line_number
                         ' is longer than 260 characters'
                      move 20 to return-code
                      close myfile
                      stop run
                   end-if
                   evaluate true
                      when echo-string(1:9) = '*SUSPENSE'
                         continue
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
                 max_control_lines ' lines'
              move 24 to return-code
              close myfile
              stop run
           end-if
           move echo-string to eachstring(access_string)
           move physical_line to eachline_number(access_string).
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
       load_pattern_library.
           move 0 to library_count
           open input libraryfile
           if deck_base < access_string
              perform get_iteration
              perform classify_deck_source
              add 1 to counted_decks
              compute counted_hash =
                 counted_hash + iteration + actualrow + actualcol
              perform validate_pattern
              perform record_seen_deck
              if invalid_deck = 0
                 add 1 to decks_accepted
              else
              compute deck_base = deck_base + 3 + deck_grid_lines
              go to lint_decks
           end-if.
      * the verdict life gives the same file before its first deck
       check_control_totals.
           if header_seen = 1 or trailer_seen = 1 or
              header_misplaced = 1 or trailer_misplaced = 1
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
                 when location_lost = 1
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
              end-if
              if header_submitter not = spaces or
                 header_batch not = spaces
                 display 'submitter ' header_submitter
                    ' batch ' header_batch
              end-if
           end-if.
       get_iteration.
      * a deck cut short at the end of the file has no parameter
      * line to point at - the line it would have been on is named
           if deck_base + 3 <= access_string
              move eachline_number(deck_base + 3)
                   to parameter_line_number
           else
              compute parameter_line_number =
                 physical_line + deck_base + 3 - access_string
           end-if
           move '0' to toroidal_flag
           move spaces to deck_opt_token1
           move spaces to deck_opt_token2
           move '0' to rle_output_flag
           move 0 to snapshot_interval
           move 0 to snapshot_bad
           move 0 to sweep_count
           move 0 to sweep_bad
           perform set_default_rules
           move deck_opt_token1 to deck_opt_work
           perform classify_deck_option
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
              if sweep_ptr <= 80
                 if deck_opt_work(sweep_ptr:1) = space
                    move 81 to sweep_ptr
                 end-if
              end-if
              go to parse_sweep_item
           end-if.
       set_default_rules.
           move 0 to rule_bad
           move all '0' to birth_rule_flags
              move 2 to deck_source
              perform parse_rle_header
              perform count_rle_lines
           end-if
           if eachstring(deck_base + 4)(1:5) = 'from '
              move 3 to deck_source
              move 1 to deck_grid_lines
              perform build_chain_source
           end-if.
       build_chain_source.
           move spaces to chain_deck_name
           move spaces to chain_gen_text
           unstring eachstring(deck_base + 4) delimited by all space
                into chain_from_word, chain_deck_name, chain_gen_text
           end-unstring
           move 0 to chain_generation
           move spaces to chain_file_name
           move 1 to chain_file_size
           if chain_gen_text = spaces
              string chain_deck_name delimited by space
                     suffix_name delimited by size
                into chain_file_name
                with pointer chain_file_size
                on overflow display 'overflow!'
              end-string
           else
              compute chain_generation =
                 function numval(chain_gen_text)
              move chain_generation to chain_gen_digits
              string chain_deck_name delimited by space
                     chain_gen_digits delimited by size
                     snapshot_suffix delimited by size
                into chain_file_name
                with pointer chain_file_size
                on overflow display 'overflow!'
              end-string
           end-if.
       parse_rle_header.
           move spaces to rle_seg1
                 ': snapshot interval is unusable'
              move 1 to invalid_deck
           end-if
           if sweep_bad = 1
              perform trim_deck_name
              display 'line ' parameter_line_number ' deck '
                 deck_name_trim
                 ': sweep rule list is unusable'
              move 1 to invalid_deck
           end-if
           if actualrow < 1 or actualrow > max_table_row
              perform trim_deck_name
              display 'line ' parameter_line_number ' deck '
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
      * same checks as validate_chain_reference in life, except that
      * a source deck found earlier in this file stands in for its
      * not-yet-written board - its own verdict, board size and the
      * snapshots it will take are what the night batch will find
      * when it gets here
       validate_chain_reference.
           perform trim_deck_name
           if chain_deck_name = spaces
              display 'line ' parameter_line_number ' deck '
                 deck_name_trim
                 ': from names no source deck'
              move 1 to invalid_deck
           else
              if chain_gen_text not = spaces and chain_generation = 0
                 display 'line ' parameter_line_number ' deck '
                    deck_name_trim
                    ': source generation ' chain_gen_text
                    ' is unusable'
                 move 1 to invalid_deck
              end-if
           end-if
           if invalid_deck = 0
              move 0 to seen_deck_match
              move 0 to seen_deck_scan
              perform find_seen_deck
              if seen_deck_match > 0
                 perform check_seen_chain_source
              else
                 perform check_chain_source_file
              end-if
           end-if.
       check_seen_chain_source.
           if seen_deck_ok(seen_deck_match) = 0
              display 'line ' parameter_line_number ' deck '
                 deck_name_trim
                 ': source deck ' chain_deck_name
                 ' is rejected earlier in this file'
              move 1 to invalid_deck
           else
              if seen_deck_rows(seen_deck_match) > actualrow
                 display 'line ' parameter_line_number ' deck '
                    deck_name_trim
                    ': source board does not fit the board rows'
                 move 1 to invalid_deck
              end-if
              if seen_deck_cols(seen_deck_match) > actualcol
                 display 'line ' parameter_line_number ' deck '
                    deck_name_trim
                    ': source board does not fit the board columns'
                 move 1 to invalid_deck
              end-if
              if chain_generation > 0
                 perform check_seen_chain_generation
              end-if
           end-if.
      * a generation is only there to chain from if the source deck
      * snapshots at that generation and runs that far
       check_seen_chain_generation.
           move 1 to chain_snap_remainder
           if seen_deck_snapshot(seen_deck_match) > 0
              divide chain_generation
                 by seen_deck_snapshot(seen_deck_match)
                 giving chain_snap_quotient
                 remainder chain_snap_remainder
           end-if
           if chain_snap_remainder not = 0 or
              chain_generation > seen_deck_iteration(seen_deck_match)
              display 'line ' parameter_line_number ' deck '
                 deck_name_trim
                 ': source file ' chain_file_name
                 ' is not written by that deck'
              move 1 to invalid_deck
           end-if.
       check_chain_source_file.
           move 0 to chain_rows
           move 0 to chain_cols
           move 0 to chain_too_big
           move 0 to chain_eof
           open input chainfile
           if chain_open_status not = '00'
              display 'line ' parameter_line_number ' deck '
                 deck_name_trim
                 ': source file ' chain_file_name
                 ' not available, status ' chain_open_status
              move 1 to invalid_deck
           else
              perform measure_chain_file
              close chainfile
              if chain_rows = 0
                 display 'line ' parameter_line_number ' deck '
                    deck_name_trim
                    ': source file ' chain_file_name
                    ' holds no grid'
                 move 1 to invalid_deck
              end-if
              if chain_too_big = 1 or chain_rows > actualrow
                 display 'line ' parameter_line_number ' deck '
                    deck_name_trim
                    ': source board does not fit the board rows'
                 move 1 to invalid_deck
              end-if
              if chain_cols > actualcol
                 display 'line ' parameter_line_number ' deck '
                    deck_name_trim
                    ': source board does not fit the board columns'
                 move 1 to invalid_deck
              end-if
           end-if.
       measure_chain_file.
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
                 end-if
              else
                 move 1 to chain_eof
              end-if
              go to measure_chain_file
           end-if.
       measure_chain_row.
           if chain_row_width < 250
              if chain-line(chain_row_width + 1:1) = '0' or
                 chain-line(chain_row_width + 1:1) = '*'
                 add 1 to chain_row_width
                 go to measure_chain_row
              end-if
           else
              if chain-line(251:1) = '0' or chain-line(251:1) = '*'
                 move 251 to chain_cols
              end-if
           end-if.
      * the latest deck of that name earlier in the file is the one
      * the night batch will have just run
       find_seen_deck.
           add 1 to seen_deck_scan
           if seen_deck_scan <= seen_deck_count
              if seen_deck_name(seen_deck_scan) = chain_deck_name
                 move seen_deck_scan to seen_deck_match
              end-if
              go to find_seen_deck
           end-if.
      * every located deck is remembered with its verdict and board
      * size, for any chain deck further down that names it - an
      * accepted sweep deck by the names of its rule runs
       record_seen_deck.
           if sweep_count = 0 or invalid_deck = 1
              move spaces to seen_name_work
              string eachstring(deck_base + 1) delimited by space
                into seen_name_work
              end-string
              perform record_seen_name
           else
              move 0 to sweep_index
              perform record_seen_sweep_name
           end-if.
       record_seen_sweep_name.
           add 1 to sweep_index
           if sweep_index <= sweep_count
              move spaces to sweep_rule_part1
              move spaces to sweep_rule_part2
              unstring sweep_rule(sweep_index) delimited by '/'
                   into sweep_rule_part1, sweep_rule_part2
              end-unstring
              move spaces to seen_name_work
              move 1 to sweep_name_size
              string eachstring(deck_base + 1) delimited by space
                     '-' delimited by size
                     sweep_rule_part1 delimited by space
                     sweep_rule_part2 delimited by space
                into seen_name_work
                with pointer sweep_name_size
                on overflow display 'overflow!'
              end-string
              perform record_seen_name
              go to record_seen_sweep_name
           end-if.
       record_seen_name.
           if seen_deck_count < max_seen_decks
              add 1 to seen_deck_count
              move seen_name_work to seen_deck_name(seen_deck_count)
              move actualrow to seen_deck_rows(seen_deck_count)
              move actualcol to seen_deck_cols(seen_deck_count)
              move snapshot_interval
                   to seen_deck_snapshot(seen_deck_count)
              move iteration to seen_deck_iteration(seen_deck_count)
              if invalid_deck = 0
                 move 1 to seen_deck_ok(seen_deck_count)
              else
                 move 0 to seen_deck_ok(seen_deck_count)
              end-if
           end-if.
       validate_rle_deck.
           if rle_terminator_found = 0
              perform trim_deck_name
              if validate_char is not = '0' and
                 validate_char is not = '*'
                 perform trim_deck_name
                 move eachline_number(validate_linenumber)
                      to grid_line_number
                 display 'line ' grid_line_number ' deck '
                    deck_name_trim
                    ': invalid character at column ' validate_col
                 move 1 to invalid_deck

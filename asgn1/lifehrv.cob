      *
      * discovery harvest - reads one run's batch summary, picks out
      * the decks whose verdict makes them worth a look, cuts the
      * live region out of each one's final board and turns every
      * object the pattern library does not already hold into a
      * libmaint ADD transaction, ready for review before it is fed
      * to libmaint. the command line is
      * "<runid> [ships] [period=N] [pop=lo-hi]" - ships takes any
      * SPACESHIP verdict, period=N any oscillator or spaceship whose
      * period is N or more (a still life counts as period 1), and
      * pop=lo-hi holds the final population inside the range; with
      * neither ships nor period given it takes spaceships and
      * periods of 3 and up, the period-2 blinkers and their kin
      * being everywhere. a crop is checked against every library
      * pattern, and every object already harvested this pass, in
      * all eight orientations - the four rotations and their mirror
      * images - so a known object turned on its side is still
      * skipped. the generated name is hv-s<seed>-<deck>, the seed
      * looked up in the lifegen register for the deck's prefix, or
      * hv-<deck> for a deck lifegen did not make. the library
      * loader is mirrored from life, keep the two in step
      *

       identification division.
       program-id. lifehrv.
       author.     michael mao.

       environment division.
       input-output section.
       file-control.
           select summaryfile assign dynamic summary_file_name
             organization is line sequential
             status is summary_open_status.
           select boardfile assign dynamic board_file_name
             organization is line sequential
             status is board_open_status.
           select libraryfile assign to 'pattern.lib'
             organization is line sequential
             status is library_open_status.
           select seedfile assign to 'lifegen.log'
             organization is line sequential
             status is seed_open_status.
           select harvestfile assign dynamic harvest_file_name
             organization is line sequential
             status is harvest_open_status.

       data division.
       file section.
       fd summaryfile.
       01 summary-line pic x(260).
       fd boardfile.
       01 board-line pic x(260).
       fd libraryfile.
       01 library-line pic x(260).
       fd seedfile.
       01 seed-line pic x(260).
       fd harvestfile.
       01 harvest-line pic x(260).

       working-storage section.
       01 summary_open_status pic x(2).
       01 board_open_status pic x(2).
       01 library_open_status pic x(2).
       01 seed_open_status pic x(2).
       01 harvest_open_status pic x(2).
       01 harvest_parm pic x(120).
       01 run_identifier pic x(14).
       01 parm_token1 pic x(30).
       01 parm_token2 pic x(30).
       01 parm_token3 pic x(30).
       01 parm_work pic x(30).
       01 parm_keyword pic x(10).
       01 parm_value pic x(20).
       01 pop_low_text pic x(10).
       01 pop_high_text pic x(10).
       01 pop_extra_text pic x(10).
       01 parm_bad pic 9(1) value 0.
      * a criterion value must be digits and nothing else - numval
      * makes junk 0 and a picture cuts a long number short, and
      * either one quietly widens the harvest
       01 digit_text pic x(20).
       01 digit_scan pic 9(2) value 0.
       01 digit_count pic 9(2) value 0.
       01 digit_space pic 9(1) value 0.
       01 digit_bad pic 9(1) value 0.
      * selection criteria
       01 want_ships pic 9(1) value 0.
       01 want_period pic 9(1) value 0.
       01 min_period pic 9(2) value 3.
       01 min_population pic 9(6) value 1.
       01 max_population pic 9(6) value 999999.
       01 summary_file_name pic x(50).
       01 summary_suffix pic x(7) value 'sum.txt'.
       01 harvest_file_name pic x(50).
       01 harvest_suffix pic x(7) value 'hrv.txt'.
       01 board_file_name pic x(50).
       01 board_suffix pic x(7) value 'cob.txt'.
       01 run_file_size pic 99 value 1.
       01 summary_eof pic 9(1) value 0.
      * one summary line pulled apart - the outcome carries the
      * period after PERIOD- the way build_deck_outcome in life
      * writes it
       01 sum_token1 pic x(60).
       01 sum_token2 pic x(60).
       01 sum_token3 pic x(60).
       01 sum_token4 pic x(60).
       01 sum_junk pic x(30).
       01 sum_deck pic x(50).
       01 sum_outcome pic x(30).
       01 sum_population_text pic x(10).
       01 sum_population pic 9(6) value 0.
       01 sum_period_text pic x(10).
       01 sum_period pic 9(2) value 0.
       01 sum_spaceship pic 9(1) value 0.
       01 deck_selected pic 9(1) value 0.
      * the final board as life wrote it, grid rows first and the
      * verdict sentence after - same ceilings as the deck table
       01 max_table_row pic 9(3) value 500.
       01 max_table_col pic 9(3) value 250.
       01 board_table.
          03 board_row occurs 500.
             05 board_col pic x(1) occurs 250.
       01 board_rows pic 9(3) value 0.
       01 board_cols pic 9(3) value 0.
       01 board_eof pic 9(1) value 0.
       01 board_scan_row pic 9(3) value 0.
       01 board_scan_col pic 9(3) value 0.
      * bounding box of the live cells
       01 crop_top pic 9(3) value 0.
       01 crop_bottom pic 9(3) value 0.
       01 crop_left pic 9(3) value 0.
       01 crop_right pic 9(3) value 0.
       01 crop_rows pic 9(3) value 0.
       01 crop_cols pic 9(3) value 0.
      * pattern.lib as held in storage, the same layout life and
      * libmaint use, with room behind the library's own ceiling for
      * the objects harvested this pass - each entry also carries
      * the bounding box of its live cells, so a library pattern
      * stored with a margin of dead cells still matches its crop
       01 max_library_patterns pic 9(3) value 50.
       01 max_known_patterns pic 9(3) value 100.
       01 max_library_row pic 9(3) value 100.
       01 max_library_col pic 9(3) value 100.
       01 library_table.
          03 library_entry occurs 100.
             05 library_name pic x(50).
             05 library_rows pic 9(3).
             05 library_cols pic 9(3).
             05 library_top pic 9(3).
             05 library_left pic 9(3).
             05 library_height pic 9(3).
             05 library_width pic 9(3).
             05 library_grid.
                07 library_grid_row occurs 100.
                   09 library_grid_col pic x(1) occurs 100.
       01 library_count pic 9(3) value 0.
       01 library_eof pic 9(1) value 0.
       01 library_load_row pic 9(3) value 0.
       01 library_load_col pic 9(3) value 0.
       01 library_entry_bad pic 9(1) value 0.
       01 library_scan pic 9(3) value 0.
       01 library_bottom pic 9(3) value 0.
       01 library_right pic 9(3) value 0.
      * orientation compare - 1 as stored, 2 turned half round,
      * 3 mirrored left to right, 4 mirrored top to bottom, 5 to 8
      * the same four with rows and columns exchanged
       01 known_match pic 9(3) value 0.
       01 orientation pic 9(1) value 0.
       01 compare_bad pic 9(1) value 0.
       01 compare_row pic 9(3) value 0.
       01 compare_col pic 9(3) value 0.
       01 library_cell_row pic 9(3) value 0.
       01 library_cell_col pic 9(3) value 0.
       01 board_cell_row pic 9(3) value 0.
       01 board_cell_col pic 9(3) value 0.
      * seed register lookup
       01 seed_eof pic 9(1) value 0.
       01 seed_token1 pic x(60).
       01 seed_token2 pic x(60).
       01 seed_token3 pic x(60).
       01 seed_token4 pic x(60).
       01 seed_prefix pic x(50).
       01 seed_value_text pic x(20).
       01 deck_seed pic x(20).
       01 prefix_length pic 9(2) value 0.
       01 name_scan pic 9(2) value 0.
       01 name_digits pic 9(1) value 0.
      * the generated transaction
       01 harvest_name pic x(50).
       01 harvest_line_text pic x(260).
       01 harvest_line_size pic 9(3) value 1.
       01 harvest_row pic 9(3) value 0.
       01 harvest_opened pic 9(1) value 0.
       01 decks_read pic 9(5) value 0.
       01 decks_selected pic 9(5) value 0.
       01 decks_known pic 9(5) value 0.
       01 decks_unusable pic 9(5) value 0.
       01 decks_harvested pic 9(5) value 0.
       01 count_string pic x(9).
       01 find_start pic 9(1) value 0.
       01 sublength pic 9(1) value 5.
       01 singlecharacter pic x(1).
       01 trimmed_field1 pic x(9).
       01 trimmed_field2 pic x(9).

       procedure division.
       main-paragraph.
           perform get_harvest_parms
           if parm_bad = 1
              display 'usage: lifehrv <runid> [ships] [period=N] '
                 '[pop=lo-hi]'
              move 8 to return-code
              stop run
           end-if
           move spaces to summary_file_name
           move 1 to run_file_size
           string run_identifier delimited by space
                  summary_suffix delimited by size
             into summary_file_name
             with pointer run_file_size
             on overflow display 'overflow!'
           end-string
           move spaces to harvest_file_name
           move 1 to run_file_size
           string run_identifier delimited by space
                  harvest_suffix delimited by size
             into harvest_file_name
             with pointer run_file_size
             on overflow display 'overflow!'
           end-string
           open input summaryfile
           if summary_open_status not = '00'
              display 'batch summary ' summary_file_name
                 ' not available, status ' summary_open_status
              move 8 to return-code
              stop run
           end-if
           perform load_pattern_library
           open output harvestfile
           if harvest_open_status not = '00'
              display 'harvest file ' harvest_file_name
                 ' cannot be opened, status ' harvest_open_status
              close summaryfile
              move 16 to return-code
              stop run
           end-if
           perform read_summary_line
           close summaryfile
           close harvestfile
           display 'DECKS IN SUMMARY ' decks_read
           display 'DECKS SELECTED ' decks_selected
           display 'ALREADY KNOWN ' decks_known
           display 'BOARD UNUSABLE ' decks_unusable
           display 'HARVESTED ' decks_harvested ' TO '
              harvest_file_name
           if decks_harvested > 0
              move 4 to return-code
           end-if
           stop run.
      * the run identifier first, then the criteria in any order
       get_harvest_parms.
           move spaces to harvest_parm
           accept harvest_parm from command-line
           move spaces to run_identifier
           move spaces to parm_token1
           move spaces to parm_token2
           move spaces to parm_token3
           unstring harvest_parm delimited by all space
                into run_identifier, parm_token1, parm_token2,
                     parm_token3
           end-unstring
           if run_identifier = spaces
              move 1 to parm_bad
           end-if
           move parm_token1 to parm_work
           perform classify_harvest_parm
           move parm_token2 to parm_work
           perform classify_harvest_parm
           move parm_token3 to parm_work
           perform classify_harvest_parm
           if want_ships = 0 and want_period = 0
              move 1 to want_ships
              move 1 to want_period
           end-if.
       classify_harvest_parm.
           move spaces to parm_keyword
           move spaces to parm_value
           unstring parm_work delimited by '='
                into parm_keyword, parm_value
           end-unstring
           evaluate parm_keyword
              when spaces
                 continue
              when 'ships'
              when 'SHIPS'
                 move 1 to want_ships
              when 'period'
              when 'PERIOD'
                 move parm_value to digit_text
                 perform check_digit_text
                 if digit_bad = 0 and digit_count <= 2
                    compute min_period = function numval(parm_value)
                 end-if
                 if digit_bad = 1 or digit_count > 2 or
                    min_period = 0
                    display 'period ' parm_value
                       ' is not a number from 1 to 99'
                    move 1 to parm_bad
                 else
                    move 1 to want_period
                 end-if
              when 'pop'
              when 'POP'
                 move spaces to pop_low_text
                 move spaces to pop_high_text
                 move spaces to pop_extra_text
                 unstring parm_value delimited by '-'
                      into pop_low_text, pop_high_text, pop_extra_text
                 end-unstring
                 move pop_low_text to digit_text
                 perform check_digit_text
                 if digit_bad = 0 and digit_count <= 6
                    compute min_population =
                       function numval(pop_low_text)
                    if pop_high_text not = spaces
                       move pop_high_text to digit_text
                       perform check_digit_text
                       if digit_bad = 0 and digit_count <= 6
                          compute max_population =
                             function numval(pop_high_text)
                       end-if
                    end-if
                 end-if
                 if digit_bad = 1 or digit_count > 6 or
                    pop_extra_text not = spaces
                    display 'population range ' parm_value
                       ' is not lo-hi in whole numbers'
                    move 1 to parm_bad
                 else
                    if min_population > max_population
                       display 'population range ' parm_value
                          ' runs backwards'
                       move 1 to parm_bad
                    end-if
                 end-if
              when other
                 display 'criterion ' parm_work ' not recognised'
                 move 1 to parm_bad
           end-evaluate.
      * digit_text arrives holding the value - digit_bad comes back
      * set for anything but digits, and for no digits at all
       check_digit_text.
           move 0 to digit_scan
           move 0 to digit_count
           move 0 to digit_space
           move 0 to digit_bad
           perform check_digit_character
           if digit_count = 0
              move 1 to digit_bad
           end-if.
       check_digit_character.
           add 1 to digit_scan
           if digit_scan <= 20 and digit_bad = 0
              evaluate digit_text(digit_scan:1)
                 when ' '
                    move 1 to digit_space
                 when '0' thru '9'
                    if digit_space = 1
                       move 1 to digit_bad
                    else
                       add 1 to digit_count
                    end-if
                 when other
                    move 1 to digit_bad
              end-evaluate
              go to check_digit_character
           end-if.

      * read pattern.lib into the known table - same loader as life,
      * with each entry's live bounding box taken as it lands
       load_pattern_library.
           move 0 to library_count
           open input libraryfile
           if library_open_status = '00'
              move 0 to library_eof
              perform load_library_entry
              close libraryfile
           end-if.
       load_library_entry.
           read libraryfile into library-line
              at end move 1 to library_eof
           end-read
           if library_eof = 0
              if library-line not = spaces
                 perform load_library_header
              end-if
              go to load_library_entry
           end-if.
       load_library_header.
           if library_count >= max_library_patterns
              move 1 to library_eof
           else
              add 1 to library_count
              move 0 to library_entry_bad
              move spaces to library_name(library_count)
              string library-line delimited by space
                into library_name(library_count)
              end-string
              read libraryfile into library-line
                 at end move 1 to library_eof
              end-read
              if library_eof = 1
                 subtract 1 from library_count
              else
                 perform load_library_dimensions
              end-if
           end-if.
       load_library_dimensions.
           unstring library-line delimited by space
                into library_rows(library_count),
                     library_cols(library_count)
           end-unstring
           if library_rows(library_count) < 1 or
              library_rows(library_count) > max_library_row or
              library_cols(library_count) < 1 or
              library_cols(library_count) > max_library_col
              move 1 to library_eof
              subtract 1 from library_count
           else
              move 0 to library_load_row
              perform load_library_grid
              if library_eof = 1
                 subtract 1 from library_count
              else
                 if library_entry_bad = 1
                    subtract 1 from library_count
                 else
                    perform measure_library_entry
                 end-if
              end-if
           end-if.
       load_library_grid.
           add 1 to library_load_row
           if library_load_row <= library_rows(library_count)
              and library_eof = 0
              read libraryfile into library-line
                 at end move 1 to library_eof
              end-read
              if library_eof = 0
                 move library-line(1:library_cols(library_count))
                      to library_grid_row(library_count,
                         library_load_row)
                         (1:library_cols(library_count))
                 move 0 to library_load_col
                 perform load_library_grid_col
              end-if
              go to load_library_grid
           end-if.
       load_library_grid_col.
           add 1 to library_load_col
           if library_load_col <= library_cols(library_count)
              if library_grid_col(library_count, library_load_row,
                 library_load_col) is not = '0' and
                 library_grid_col(library_count, library_load_row,
                 library_load_col) is not = '*'
                 move 1 to library_entry_bad
              end-if
              go to load_library_grid_col
           end-if.
      * live bounding box of the entry just loaded - an entry with
      * no live cell at all is left with a zero box and never
      * matches anything
       measure_library_entry.
           move 0 to library_top(library_count)
           move 0 to library_left(library_count)
           move 0 to library_bottom
           move 0 to library_right
           move 0 to library_load_row
           perform measure_library_row
           if library_top(library_count) = 0
              move 0 to library_height(library_count)
              move 0 to library_width(library_count)
           else
              compute library_height(library_count) =
                 library_bottom - library_top(library_count) + 1
              compute library_width(library_count) =
                 library_right - library_left(library_count) + 1
           end-if.
       measure_library_row.
           add 1 to library_load_row
           if library_load_row <= library_rows(library_count)
              move 0 to library_load_col
              perform measure_library_col
              go to measure_library_row
           end-if.
       measure_library_col.
           add 1 to library_load_col
           if library_load_col <= library_cols(library_count)
              if library_grid_col(library_count, library_load_row,
                 library_load_col) = '*'
                 if library_top(library_count) = 0
                    move library_load_row
                         to library_top(library_count)
                 end-if
                 move library_load_row to library_bottom
                 if library_left(library_count) = 0 or
                    library_load_col < library_left(library_count)
                    move library_load_col
                         to library_left(library_count)
                 end-if
                 if library_load_col > library_right
                    move library_load_col to library_right
                 end-if
              end-if
              go to measure_library_col
           end-if.

      * one summary line per deck verdict - the totals lines after
      * them carry no deck= and are passed over
       read_summary_line.
           read summaryfile
              at end move 1 to summary_eof
           end-read
           if summary_eof = 0
              if summary-line(1:5) = 'deck='
                 add 1 to decks_read
                 perform parse_summary_line
                 perform select_deck
                 if deck_selected = 1
                    add 1 to decks_selected
                    perform harvest_deck
                 end-if
              end-if
              go to read_summary_line
           end-if.
       parse_summary_line.
           move spaces to sum_token1
           move spaces to sum_token2
           move spaces to sum_token3
           move spaces to sum_token4
           unstring summary-line delimited by space
                into sum_token1, sum_token2, sum_token3, sum_token4
           end-unstring
           move spaces to sum_deck
           unstring sum_token1 delimited by '='
                into sum_junk, sum_deck
           end-unstring
           move spaces to sum_outcome
           unstring sum_token2 delimited by '='
                into sum_junk, sum_outcome
           end-unstring
           move spaces to sum_population_text
           unstring sum_token4 delimited by '='
                into sum_junk, sum_population_text
           end-unstring
           if sum_population_text = spaces
              move 0 to sum_population
           else
              compute sum_population =
                 function numval(sum_population_text)
           end-if
           move 0 to sum_period
           move 0 to sum_spaceship
           move spaces to sum_period_text
           evaluate true
              when sum_outcome = 'STILL-LIFE'
                 move 1 to sum_period
              when sum_outcome(1:17) = 'SPACESHIP-PERIOD-'
                 move 1 to sum_spaceship
                 move sum_outcome(18:10) to sum_period_text
              when sum_outcome(1:18) = 'OSCILLATOR-PERIOD-'
                 move sum_outcome(19:10) to sum_period_text
           end-evaluate
           if sum_period_text not = spaces
              compute sum_period = function numval(sum_period_text)
           end-if.
       select_deck.
           move 0 to deck_selected
           if want_ships = 1 and sum_spaceship = 1
              move 1 to deck_selected
           end-if
           if want_period = 1 and sum_period > 0 and
              sum_period >= min_period
              move 1 to deck_selected
           end-if
           if sum_population < min_population or
              sum_population > max_population
              move 0 to deck_selected
           end-if.

      * load the deck's final board, cut out its live region and
      * write it as an ADD unless it is an object already known
       harvest_deck.
           perform load_final_board
           if board_rows = 0
              add 1 to decks_unusable
           else
              perform crop_final_board
              evaluate true
                 when crop_top = 0
                    display 'deck ' sum_deck ' final board is empty'
                    add 1 to decks_unusable
                 when crop_rows > max_library_row or
                      crop_cols > max_library_col
                    display 'deck ' sum_deck ' live region '
                       crop_rows ' by ' crop_cols
                       ' is past the library ceiling'
                    add 1 to decks_unusable
                 when other
                    move 0 to known_match
                    move 0 to library_scan
                    perform match_known_entry
                    if known_match > 0
                       add 1 to decks_known
                       display 'deck ' sum_deck ' holds '
                          library_name(known_match)
                          ', already known'
                    else
                       perform write_harvest_transaction
                    end-if
              end-evaluate
           end-if.
       load_final_board.
           move 0 to board_rows
           move 0 to board_cols
           move spaces to board_file_name
           move 1 to run_file_size
           string sum_deck delimited by space
                  board_suffix delimited by size
             into board_file_name
             with pointer run_file_size
             on overflow display 'overflow!'
           end-string
           open input boardfile
           if board_open_status not = '00'
              display 'deck ' sum_deck ' final board '
                 board_file_name ' not available, status '
                 board_open_status
           else
              move 0 to board_eof
              perform load_board_row
              close boardfile
           end-if.
      * grid rows are 0 and * only, so the first line that opens
      * with anything else is the verdict sentence and ends the grid
       load_board_row.
           read boardfile
              at end move 1 to board_eof
           end-read
           if board_eof = 0
              if (board-line(1:1) = '0' or board-line(1:1) = '*')
                 and board_rows < max_table_row
                 add 1 to board_rows
                 move board-line(1:max_table_col)
                      to board_row(board_rows)
                 if board_cols = 0
                    move 0 to board_scan_col
                    perform measure_board_width
                 end-if
                 go to load_board_row
              end-if
           end-if.
       measure_board_width.
           add 1 to board_scan_col
           if board_scan_col <= max_table_col
              if board_col(board_rows, board_scan_col) not = space
                 move board_scan_col to board_cols
                 go to measure_board_width
              end-if
           end-if.
       crop_final_board.
           move 0 to crop_top
           move 0 to crop_bottom
           move 0 to crop_left
           move 0 to crop_right
           move 0 to board_scan_row
           perform crop_board_row
           if crop_top > 0
              compute crop_rows = crop_bottom - crop_top + 1
              compute crop_cols = crop_right - crop_left + 1
           end-if.
       crop_board_row.
           add 1 to board_scan_row
           if board_scan_row <= board_rows
              move 0 to board_scan_col
              perform crop_board_col
              go to crop_board_row
           end-if.
       crop_board_col.
           add 1 to board_scan_col
           if board_scan_col <= board_cols
              if board_col(board_scan_row, board_scan_col) = '*'
                 if crop_top = 0
                    move board_scan_row to crop_top
                 end-if
                 move board_scan_row to crop_bottom
                 if crop_left = 0 or board_scan_col < crop_left
                    move board_scan_col to crop_left
                 end-if
                 if board_scan_col > crop_right
                    move board_scan_col to crop_right
                 end-if
              end-if
              go to crop_board_col
           end-if.

      * every known entry, every orientation, until one matches
       match_known_entry.
           add 1 to library_scan
           if library_scan <= library_count and known_match = 0
              move 0 to orientation
              perform try_orientation
              go to match_known_entry
           end-if.
      * orientations 1 to 4 keep the crop's shape, 5 to 8 turn it on
      * its side - the box sizes must fit before any cell is looked at
       try_orientation.
           add 1 to orientation
           if orientation <= 8 and known_match = 0
              move 1 to compare_bad
              if orientation <= 4
                 if library_height(library_scan) = crop_rows and
                    library_width(library_scan) = crop_cols
                    move 0 to compare_bad
                 end-if
              else
                 if library_height(library_scan) = crop_cols and
                    library_width(library_scan) = crop_rows
                    move 0 to compare_bad
                 end-if
              end-if
              if compare_bad = 0
                 move 0 to compare_row
                 perform compare_crop_row
              end-if
              if compare_bad = 0
                 move library_scan to known_match
              end-if
              go to try_orientation
           end-if.
       compare_crop_row.
           add 1 to compare_row
           if compare_row <= crop_rows and compare_bad = 0
              move 0 to compare_col
              perform compare_crop_col
              go to compare_crop_row
           end-if.
      * map the crop cell onto the library entry's live box for the
      * orientation being tried, then compare live against live
       compare_crop_col.
           add 1 to compare_col
           if compare_col <= crop_cols and compare_bad = 0
              evaluate orientation
                 when 1
                    move compare_row to library_cell_row
                    move compare_col to library_cell_col
                 when 2
                    compute library_cell_row =
                       crop_rows + 1 - compare_row
                    compute library_cell_col =
                       crop_cols + 1 - compare_col
                 when 3
                    move compare_row to library_cell_row
                    compute library_cell_col =
                       crop_cols + 1 - compare_col
                 when 4
                    compute library_cell_row =
                       crop_rows + 1 - compare_row
                    move compare_col to library_cell_col
                 when 5
                    move compare_col to library_cell_row
                    move compare_row to library_cell_col
                 when 6
                    compute library_cell_row =
                       crop_cols + 1 - compare_col
                    move compare_row to library_cell_col
                 when 7
                    move compare_col to library_cell_row
                    compute library_cell_col =
                       crop_rows + 1 - compare_row
                 when 8
                    compute library_cell_row =
                       crop_cols + 1 - compare_col
                    compute library_cell_col =
                       crop_rows + 1 - compare_row
              end-evaluate
              compute library_cell_row = library_cell_row
                 + library_top(library_scan) - 1
              compute library_cell_col = library_cell_col
                 + library_left(library_scan) - 1
              compute board_cell_row = crop_top + compare_row - 1
              compute board_cell_col = crop_left + compare_col - 1
              if (board_col(board_cell_row, board_cell_col) = '*'
                  and library_grid_col(library_scan,
                      library_cell_row, library_cell_col) not = '*')
                 or
                 (board_col(board_cell_row, board_cell_col) not = '*'
                  and library_grid_col(library_scan,
                      library_cell_row, library_cell_col) = '*')
                 move 1 to compare_bad
              end-if
              go to compare_crop_col
           end-if.

      * an ADD in the layout libmaint reads - verb line, "rows cols"
      * and the grid - and the object joins the known table so the
      * same object turning up in a later deck is not written twice
       write_harvest_transaction.
           perform find_deck_seed
           move spaces to harvest_name
           move 1 to harvest_line_size
           if deck_seed = spaces
              string 'hv-' delimited by size
                     sum_deck delimited by space
                into harvest_name
                with pointer harvest_line_size
                on overflow display 'overflow!'
              end-string
           else
              string 'hv-s' delimited by size
                     deck_seed delimited by space
                     '-' delimited by size
                     sum_deck delimited by space
                into harvest_name
                with pointer harvest_line_size
                on overflow display 'overflow!'
              end-string
           end-if
           move spaces to harvest_line_text
           move 1 to harvest_line_size
           string 'ADD ' delimited by size
                  harvest_name delimited by space
             into harvest_line_text
             with pointer harvest_line_size
           end-string
           write harvest-line from harvest_line_text
           move spaces to trimmed_field1
           move crop_rows to count_string
           move 0 to find_start
           move 3 to sublength
           perform find_start_function
           move count_string(find_start:sublength) to trimmed_field1
           move spaces to trimmed_field2
           move crop_cols to count_string
           move 0 to find_start
           move 3 to sublength
           perform find_start_function
           move count_string(find_start:sublength) to trimmed_field2
           move spaces to harvest_line_text
           move 1 to harvest_line_size
           string trimmed_field1 delimited by space
                  ' ' delimited by size
                  trimmed_field2 delimited by space
             into harvest_line_text
             with pointer harvest_line_size
           end-string
           write harvest-line from harvest_line_text
           move 0 to harvest_row
           perform write_harvest_row
           add 1 to decks_harvested
           display 'deck ' sum_deck ' harvested as ' harvest_name
           if library_count < max_known_patterns
              perform remember_harvested_object
           end-if.
       write_harvest_row.
           add 1 to harvest_row
           if harvest_row <= crop_rows
              move spaces to harvest_line_text
              move board_row(crop_top + harvest_row - 1)
                   (crop_left:crop_cols)
                   to harvest_line_text(1:crop_cols)
              write harvest-line from harvest_line_text
              go to write_harvest_row
           end-if.
       remember_harvested_object.
           add 1 to library_count
           move harvest_name to library_name(library_count)
           move crop_rows to library_rows(library_count)
           move crop_cols to library_cols(library_count)
           move 1 to library_top(library_count)
           move 1 to library_left(library_count)
           move crop_rows to library_height(library_count)
           move crop_cols to library_width(library_count)
           move 0 to harvest_row
           perform remember_harvested_row.
       remember_harvested_row.
           add 1 to harvest_row
           if harvest_row <= crop_rows
              move board_row(crop_top + harvest_row - 1)
                   (crop_left:crop_cols)
                   to library_grid_row(library_count, harvest_row)
                      (1:crop_cols)
              go to remember_harvested_row
           end-if.

      * the seed is the one on the latest register line whose prefix
      * the deck name opens with, followed by nothing but the deck
      * number lifegen appended
       find_deck_seed.
           move spaces to deck_seed
           open input seedfile
           if seed_open_status = '00'
              move 0 to seed_eof
              perform read_seed_line
              close seedfile
           end-if.
       read_seed_line.
           read seedfile
              at end move 1 to seed_eof
           end-read
           if seed_eof = 0
              move spaces to seed_token1
              move spaces to seed_token2
              move spaces to seed_token3
              move spaces to seed_token4
              unstring seed-line delimited by all space
                   into seed_token1, seed_token2, seed_token3,
                        seed_token4
              end-unstring
              move spaces to seed_prefix
              unstring seed_token3 delimited by '='
                   into sum_junk, seed_prefix
              end-unstring
              move spaces to seed_value_text
              unstring seed_token4 delimited by '='
                   into sum_junk, seed_value_text
              end-unstring
              move 0 to prefix_length
              perform measure_seed_prefix
              if prefix_length > 0
                 if sum_deck(1:prefix_length) =
                    seed_prefix(1:prefix_length)
                    move prefix_length to name_scan
                    move 0 to name_digits
                    perform check_deck_number
                    if name_digits = 1
                       move seed_value_text to deck_seed
                    end-if
                 end-if
              end-if
              go to read_seed_line
           end-if.
       measure_seed_prefix.
           if prefix_length < 50
              if seed_prefix(prefix_length + 1:1) not = space
                 add 1 to prefix_length
                 go to measure_seed_prefix
              end-if
           end-if.
      * name_digits ends 1 only if at least one digit follows the
      * prefix and nothing but digits does
       check_deck_number.
           add 1 to name_scan
           if name_scan <= 50
              evaluate sum_deck(name_scan:1)
                 when '0' thru '9'
                    move 1 to name_digits
                    go to check_deck_number
                 when space
                    continue
                 when other
                    move 0 to name_digits
              end-evaluate
           end-if.
      * leading-zero strip, same service find_start_function gives
      * the report lines in life itself
       find_start_function.
           add 1 to find_start
           move count_string(find_start:find_start)
                to singlecharacter
           if singlecharacter = '0'
              subtract 1 from sublength
              go to find_start_function
           end-if.

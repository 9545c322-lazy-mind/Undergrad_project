      * between them. the decks are rerun after every pattern.lib or
      * rulestring change, and this report is how a library edit that
      * quietly turns an OSCILLATOR-PERIOD-2 deck into
      * EXHAUSTED-ITERATIONS gets caught. where the two runs loaded
      * different pattern.lib versions, the changed deck is followed
      * by a line naming both versions and the library changes
      * between them, taken from libmaint's change log pattern.log.
      * the record layout is mirrored from life, keep the two in step
      *

       identification division.
             status is history_open_status.
           select cmpfile assign to 'histcmp.txt'
             organization is line sequential.
           select changelogfile assign to 'pattern.log'
             organization is line sequential
             status is changelog_open_status.

       data division.
       file section.
          03 history_population pic 9(6).
          03 history_period pic 9(2).
          03 history_generations pic 9(5).
          03 history_source pic x(60).
          03 history_library_version pic 9(5).
       fd cmpfile.
       01 cmp-line pic x(260).
       fd changelogfile.
       01 changelog-line pic x(260).

       working-storage section.
       01 history_open_status pic x(2).
             05 prior_population pic 9(6).
             05 prior_period pic 9(2).
             05 prior_generations pic 9(5).
             05 prior_source pic x(60).
             05 prior_library_version pic 9(5).
             05 latest_timestamp pic x(14).
             05 latest_outcome pic x(30).
             05 latest_population pic 9(6).
             05 latest_period pic 9(2).
             05 latest_generations pic 9(5).
             05 latest_source pic x(60).
             05 latest_library_version pic 9(5).
       01 deck_total pic 9(3) value 0.
       01 deck_scan pic 9(3) value 0.
       01 deck_match pic 9(3) value 0.
       01 decks_single_run pic 9(5) value 0.
       01 total_value pic 9(5) value 0.
       01 deck_changed pic 9(1) value 0.
       01 decks_library_moved pic 9(5) value 0.
      * libmaint's change log, one entry per transaction applied,
      * each under the library version it produced - a missing log
      * still lets the version numbers be reported on their own
       01 changelog_open_status pic x(2).
       01 changelog_eof pic 9(1) value 0.
       01 max_change_entries pic 9(3) value 500.
       01 change_table.
          03 change_entry occurs 500.
             05 change_version pic 9(5).
             05 change_verb pic x(10).
             05 change_name pic x(50).
       01 change_total pic 9(3) value 0.
       01 change_scan pic 9(3) value 0.
       01 change_listed pic 9(3) value 0.
       01 change_overflow pic 9(1) value 0.
       01 change_line_version pic 9(5) value 0.
       01 lowest_prior_version pic 9(5) value 99999.
       01 change_date pic x(8).
       01 change_time pic x(6).
       01 change_version_token pic x(20).
       01 change_verb_token pic x(20).
       01 change_name_token pic x(60).
       01 change_junk pic x(20).
       01 change_value pic x(60).

       01 cmp_line_text pic x(260).
       01 cmp_line_size pic 9(3) value 1.
           end-if
           perform read_history_file
           close historyfile
           perform load_change_log
           perform write_change_report
           if decks_changed > 0
              move 4 to return-code
                 add 1 to deck_total
                 move history_deck_name to deck_name(deck_total)
                 move 0 to deck_run_count(deck_total)
                 move 0 to latest_library_version(deck_total)
                 move deck_total to deck_match
              else
                 display 'more than ' max_deck_entries
                   to prior_period(deck_match)
              move latest_generations(deck_match)
                   to prior_generations(deck_match)
              move latest_source(deck_match)
                   to prior_source(deck_match)
              move history_timestamp to latest_timestamp(deck_match)
              move history_outcome to latest_outcome(deck_match)
              move history_population
              move history_period to latest_period(deck_match)
              move history_generations
                   to latest_generations(deck_match)
              move history_source to latest_source(deck_match)
              move latest_library_version(deck_match)
                   to prior_library_version(deck_match)
              if history_library_version is numeric
                 move history_library_version
                      to latest_library_version(deck_match)
              else
                 move 0 to latest_library_version(deck_match)
              end-if
           end-if.
       find_deck_entry.
           add 1 to deck_scan
              end-if
              go to find_deck_entry
           end-if.
      * pattern.log lines read "<date> <time> version=<n>
      * change=<verb> pattern=<name> source=<file>" - only entries
      * newer than the oldest prior run being compared can ever be
      * named, so the older ones are not held
       load_change_log.
           move 0 to deck_scan
           perform find_lowest_prior_version
           open input changelogfile
           if changelog_open_status = '00'
              perform read_change_log
              close changelogfile
           end-if.
       read_change_log.
           read changelogfile
              at end move 1 to changelog_eof
           end-read
           if changelog_eof = 0
              if changelog-line not = spaces
                 perform post_change_log_line
              end-if
              go to read_change_log
           end-if.
       find_lowest_prior_version.
           add 1 to deck_scan
           if deck_scan <= deck_total
              if deck_run_count(deck_scan) > 1 and
                 prior_library_version(deck_scan) < lowest_prior_version
                 move prior_library_version(deck_scan)
                      to lowest_prior_version
              end-if
              go to find_lowest_prior_version
           end-if.
       post_change_log_line.
           move spaces to change_version_token
           move spaces to change_verb_token
           move spaces to change_name_token
           unstring changelog-line delimited by space
                into change_date, change_time,
                     change_version_token, change_verb_token,
                     change_name_token
           end-unstring
           move spaces to change_value
           unstring change_version_token delimited by '='
                into change_junk, change_value
           end-unstring
           if change_value = spaces
              move 0 to change_line_version
           else
              compute change_line_version =
                 function numval(change_value)
           end-if
           if change_line_version > lowest_prior_version
              perform hold_change_log_line
           end-if.
       hold_change_log_line.
           if change_total < max_change_entries
              add 1 to change_total
              move change_line_version to change_version(change_total)
              move spaces to change_value
              unstring change_verb_token delimited by '='
                   into change_junk, change_value
              end-unstring
              move change_value to change_verb(change_total)
              move spaces to change_value
              unstring change_name_token delimited by '='
                   into change_junk, change_value
              end-unstring
              move change_value to change_name(change_total)
           else
              move 1 to change_overflow
           end-if.
       write_change_report.
           open output cmpfile
           move 'RUN-TO-RUN CHANGES' to cmp_line_text
           move 'DECKS WITH ONE RUN ' to cmp_line_text
           move decks_single_run to total_value
           perform write_total_line
           move 'CHANGED DECKS ACROSS A LIBRARY CHANGE '
                to cmp_line_text
           move decks_library_moved to total_value
           perform write_total_line
           if change_overflow = 1
              move spaces to cmp_line_text
              string 'MORE LIBRARY CHANGES LOGGED THAN THE TABLE '
                        delimited by size
                     'HOLDS, LATER ONES NOT NAMED' delimited by size
                into cmp_line_text
              end-string
              write cmp-line from cmp_line_text
           end-if
           close cmpfile.
      * one line per changed deck, naming the two runs compared and
      * carrying only the fields that moved, old value then new
                      on overflow display 'overflow!'
                    end-string
                 end-if
      * a chained deck reseeded from a different board explains
      * whatever else moved, so it is named alongside - on its own
      * it is not a change in the deck's result
                 if deck_changed = 1 and
                    prior_source(deck_scan) not =
                    latest_source(deck_scan)
                    string ' from=' delimited by size
                           prior_source(deck_scan)
                              delimited by space
                           '->' delimited by size
                           latest_source(deck_scan)
                              delimited by space
                      into cmp_line_text
                      with pointer cmp_line_size
                      on overflow display 'overflow!'
                    end-string
                 end-if
                 if deck_changed = 1
                    add 1 to decks_changed
                    write cmp-line from cmp_line_text
                    if prior_library_version(deck_scan) not =
                       latest_library_version(deck_scan)
                       add 1 to decks_library_moved
                       perform write_library_change_line
                    end-if
                 end-if
              end-if
              go to compare_deck_runs
           end-if.
      * "library changed from version 12 to 13 (REPLACE glider-gun)"
      * under the changed deck - every change log entry made after
      * the prior run's version up to the latest run's, as many as
      * the line holds
       write_library_change_line.
           move spaces to trimmed_field1
           if prior_library_version(deck_scan) = 0
              move '0' to trimmed_field1
           else
              move prior_library_version(deck_scan) to count_string
              move 0 to find_start
              move 5 to sublength
              perform find_start_function
              move count_string(find_start:sublength)
                   to trimmed_field1
           end-if
           move spaces to trimmed_field2
           if latest_library_version(deck_scan) = 0
              move '0' to trimmed_field2
           else
              move latest_library_version(deck_scan) to count_string
              move 0 to find_start
              move 5 to sublength
              perform find_start_function
              move count_string(find_start:sublength)
                   to trimmed_field2
           end-if
           move spaces to cmp_line_text
           move 1 to cmp_line_size
           string '   library changed from version ' delimited by size
                  trimmed_field1 delimited by space
                  ' to ' delimited by size
                  trimmed_field2 delimited by space
             into cmp_line_text
             with pointer cmp_line_size
             on overflow display 'overflow!'
           end-string
           move 0 to change_listed
           move 0 to change_scan
           perform list_library_change
           if change_listed > 0
              string ')' delimited by size
                into cmp_line_text
                with pointer cmp_line_size
                on overflow display 'overflow!'
              end-string
           end-if
           write cmp-line from cmp_line_text.
      * a line that will not take another entry is closed off with
      * an ellipsis - the change log itself has the rest
       list_library_change.
           add 1 to change_scan
           if change_scan <= change_total
              if change_version(change_scan) >
                 prior_library_version(deck_scan) and
                 change_version(change_scan) <=
                 latest_library_version(deck_scan)
                 if cmp_line_size > 190
                    string ', ...' delimited by size
                      into cmp_line_text
                      with pointer cmp_line_size
                      on overflow display 'overflow!'
                    end-string
                    move change_total to change_scan
                 else
                    if change_listed = 0
                       string ' (' delimited by size
                         into cmp_line_text
                         with pointer cmp_line_size
                         on overflow display 'overflow!'
                       end-string
                    else
                       string ', ' delimited by size
                         into cmp_line_text
                         with pointer cmp_line_size
                         on overflow display 'overflow!'
                       end-string
                    end-if
                    add 1 to change_listed
                    string change_verb(change_scan) delimited by space
                           ' ' delimited by size
                           change_name(change_scan) delimited by space
                      into cmp_line_text
                      with pointer cmp_line_size
                      on overflow display 'overflow!'
                    end-string
                 end-if
              end-if
              go to list_library_change
           end-if.
       trim_period_fields.
           move spaces to trimmed_field1
           if prior_period(deck_scan) = 0
                   to trimmed_field2
           end-if.
      * cmp_line_text arrives holding the caption, total_value the
      * count - shared by the totals lines
       write_total_line.
           move spaces to trimmed_field1
           if total_value = 0

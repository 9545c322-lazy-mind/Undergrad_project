      *
      * output housekeeping - every run leaves its run-identifier
      * files (summary, reconciliation, verification, operator
      * report, carry-over, suspense, suspense listing and harvest)
      * and every deck its own (grid, report, csv, age, census, rle,
      * sweep page, checkpoint and snapshots), and nothing ever
      * cleared them. this finds them the way the files were made -
      * the runs and decks named on audit.log, each suffix tried in
      * turn - and sorts each one it finds: a run older than the
      * retention period, or a deck not run inside it, has its files
      * moved into the dated archive directory hsk<yyyymmdd>; a
      * checkpoint left behind by a deck the results master shows as
      * finished, and not deferred or rerun since, is deleted
      * whatever its age; everything else is kept. a deck with an
      * approved baseline (its bas file) is never touched at all.
      * the listing hsk<yyyymmdd>.txt names every file archived or
      * deleted and closes with the kept, archived and deleted counts
      * and the bytes freed. the command line is
      * "<retentiondays> [archive]" - without archive nothing is moved
      * or deleted and the listing says what would be, and the bytes
      * it would free, the same read-only-unless-asked rule lifemnt's
      * purge follows. the master record layout is mirrored from life,
      * keep the two in step
      *

       identification division.
       program-id. lifehsk.
       author.     michael mao.

       environment division.
       input-output section.
       file-control.
           select auditfile assign to 'audit.log'
             organization is line sequential
             status is audit_open_status.
           select masterfile assign to 'results.mst'
             organization is indexed
             access is dynamic
             record key is master_deck_name
             status is master_open_status.
           select hskfile assign dynamic hsk_file_name
             organization is line sequential
             status is hsk_open_status.
           select lockfile assign to 'life.lck'
             organization is line sequential
             status is lock_open_status.

       data division.
       file section.
       fd auditfile.
       01 audit-line pic x(260).
       fd masterfile.
       01 master-record.
          03 master_deck_name pic x(50).
          03 master_outcome pic x(30).
          03 master_population pic 9(6).
          03 master_period pic 9(2).
          03 master_generations pic 9(5).
          03 master_timestamp pic x(14).
          03 master_library_version pic 9(5).
       fd hskfile.
       01 hsk-line pic x(260).
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
       01 audit_open_status pic x(2).
       01 master_open_status pic x(2).
       01 hsk_open_status pic x(2).
       01 hsk_parm pic x(50).
       01 retention_text pic x(10).
       01 archive_text pic x(10).
       01 retention_days pic 9(5) value 0.
       01 archive_wanted pic 9(1) value 0.
       01 parm_bad pic 9(1) value 0.
       01 run_current_date pic x(21).
       01 today_date pic x(8).
       01 today_integer pic 9(7) value 0.
       01 cutoff_date pic 9(8) value 0.
       01 cutoff_text pic x(8).
       01 hsk_file_name pic x(50).
       01 archive_dir_name pic x(50).
       01 archive_dir_made pic 9(1) value 0.
       01 reach_file_end pic 9(1) value 0.
      * the suffixes tried for each run identifier and each deck,
      * seven characters apiece as life names them - a deck's bas
      * and snapshot files are handled on their own
       01 run_suffix_list.
          03 filler pic x(28) value 'sum.txtrec.txtver.txtopt.txt'.
          03 filler pic x(28) value 'cov.txtsus.txtsul.txthrv.txt'.
       01 deck_suffix_list.
          03 filler pic x(28) value 'cob.txtrpt.txtcsv.txtage.txt'.
          03 filler pic x(28) value 'cen.txtrle.txtswp.txtchk.txt'.
       01 suffix_count pic 9(2) value 8.
       01 suffix_index pic 9(2) value 0.
       01 suffix_work pic x(7).
       01 checkpoint_suffix pic x(7) value 'chk.txt'.
       01 baseline_suffix pic x(7) value 'bas.txt'.
       01 snapshot_suffix pic x(7) value 'snp.txt'.
      * audit line tokens, read the way lifestat reads them
       01 token_date pic x(8).
       01 token_time pic x(6).
       01 token_input pic x(60).
       01 token_deck pic x(60).
       01 token_iteration pic x(30).
       01 token_generations pic x(30).
       01 token_outcome pic x(40).
       01 token_run pic x(30).
       01 token_junk pic x(30).
       01 value_deck pic x(50).
       01 value_generations pic x(10).
       01 value_outcome pic x(30).
       01 value_run pic x(20).
       01 line_generations pic 9(5) value 0.
      * the trailing tokens wanted here - a sweep rule's line names
      * the deck it belongs to, a snapshotting deck its interval
       01 token_head pic x(260).
       01 token_tail pic x(260).
       01 value_sweep pic x(50).
       01 value_snap pic x(10).
       01 line_snapshot_interval pic 9(5) value 0.
      * every run identifier and deck on the audit log - sized for
      * well over a year of nightly batches; anything past the
      * ceiling is left alone, which is the safe way to be wrong
       01 max_run_entries pic 9(4) value 2000.
       01 run_table.
          03 run_entry occurs 2000.
             05 run_id pic x(14).
       01 run_total pic 9(4) value 0.
       01 run_scan pic 9(4) value 0.
       01 run_match pic 9(4) value 0.
       01 max_deck_entries pic 9(4) value 2000.
       01 deck_table.
          03 deck_entry occurs 2000.
             05 deck_name pic x(50).
             05 deck_last_date pic x(8).
             05 deck_max_generations pic 9(5).
             05 deck_checkpoint_done pic 9(1).
             05 deck_latest_outcome pic x(30).
             05 deck_latest_run pic x(14).
             05 deck_snapshot_interval pic 9(5).
       01 deck_total pic 9(4) value 0.
       01 deck_scan pic 9(4) value 0.
       01 deck_match pic 9(4) value 0.
       01 table_overflow pic 9(1) value 0.
      * one file looked at - CBL_CHECK_FILE_EXIST hands back its
      * size and stamp, the size being what the freed total adds up
       01 probe_name pic x(60).
       01 probe_name_size pic 99 value 1.
       01 probe_details.
          03 probe_size pic 9(18) comp.
          03 probe_stamp pic x(8).
       01 probe_found pic 9(1) value 0.
       01 target_name pic x(120).
       01 target_size pic 999 value 1.
       01 call_status pic s9(9) value 0.
       01 disposition pic x(1).
       01 deck_is_old pic 9(1) value 0.
       01 deck_has_baseline pic 9(1) value 0.
       01 deck_finished pic 9(1) value 0.
      * snapshot probe - life writes one every interval generations,
      * so the first found gives the interval and the rest follow it
       01 snapshot_gen pic 9(5) value 0.
       01 snapshot_gen_text pic 9(5).
       01 snapshot_interval pic 9(5) value 0.
      * a deck last run before the audit line carried snap= has its
      * first snapshot looked for only this far in
       01 max_snapshot_probe pic 9(5) value 100.
       01 snapshot_probe_limit pic 9(5) value 0.
      * totals for the listing
       01 runs_examined pic 9(5) value 0.
       01 decks_examined pic 9(5) value 0.
       01 decks_on_baseline pic 9(5) value 0.
       01 files_kept pic 9(7) value 0.
       01 files_archived pic 9(7) value 0.
       01 files_deleted pic 9(7) value 0.
       01 files_failed pic 9(7) value 0.
       01 bytes_freed pic 9(12) value 0.
       01 hsk_line_text pic x(260).
       01 hsk_line_size pic 9(3) value 1.
       01 action_word pic x(14).
       01 total_value pic 9(12) value 0.
       01 count_string pic x(12).
       01 find_start pic 9(2) value 0.
       01 sublength pic 9(2) value 5.
       01 singlecharacter pic x(1).
       01 trimmed_field1 pic x(12).
       01 hsk_rc pic 9(2) value 0.

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
       01 lock_program pic x(8) value 'lifehsk'.
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
           perform get_housekeeping_parms
           move function current-date to run_current_date
           move run_current_date(1:8) to today_date
           compute today_integer =
              function integer-of-date(function numval(today_date))
           compute cutoff_date = function date-of-integer(
              today_integer - retention_days)
           move cutoff_date to cutoff_text
           move run_current_date(1:14) to lock_run_id
           perform take_run_lock
           open input auditfile
           if audit_open_status not = '00'
              display 'audit log not available, status '
                 audit_open_status
              move 8 to return-code
              perform release_run_lock
              stop run
           end-if
           perform read_audit_line
           close auditfile
           move spaces to archive_dir_name
           string 'hsk' delimited by size
                  today_date delimited by size
             into archive_dir_name
           end-string
           move spaces to hsk_file_name
           string 'hsk' delimited by size
                  today_date delimited by size
                  '.txt' delimited by size
             into hsk_file_name
           end-string
      * a second pass the same day adds to that day's listing
           open extend hskfile
           if hsk_open_status = '35'
              open output hskfile
           end-if
           perform write_listing_header
           perform clear_finished_checkpoints
           move 0 to run_scan
           perform sort_run_files
           move 0 to deck_scan
           perform sort_deck_files
           perform write_listing_totals
           close hskfile
           display 'FILES KEPT ' files_kept
           display 'FILES ARCHIVED ' files_archived
           display 'FILES DELETED ' files_deleted
           if archive_wanted = 1
              display 'BYTES FREED ' bytes_freed
           else
              display 'BYTES TO FREE ' bytes_freed
           end-if
           display 'listing in ' hsk_file_name
           if files_failed > 0
              move 16 to hsk_rc
           end-if
           move hsk_rc to return-code
           perform release_run_lock
           stop run.
      * "<retentiondays> [archive]" - both checked before anything
      * is opened, since the archive path moves files out of the
      * working directory
       get_housekeeping_parms.
           move spaces to hsk_parm
           accept hsk_parm from command-line
           move spaces to retention_text
           move spaces to archive_text
           unstring hsk_parm delimited by all space
                into retention_text, archive_text
           end-unstring
           if retention_text = spaces
              move 1 to parm_bad
           else
              if function numval(retention_text) < 1
                 display 'retention days ' retention_text
                    ' is not a number of days'
                 move 1 to parm_bad
              else
                 compute retention_days =
                    function numval(retention_text)
              end-if
           end-if
           evaluate archive_text
              when spaces
                 continue
              when 'archive'
              when 'ARCHIVE'
                 move 1 to archive_wanted
              when other
                 display 'token ' archive_text ' is not archive'
                 move 1 to parm_bad
           end-evaluate
           if parm_bad = 1
              display 'usage: lifehsk <retentiondays> [archive]'
              move 4 to return-code
              stop run
           end-if.

      * every run identifier and deck the audit log names, each deck
      * with the latest day it ran and the most generations it ran
       read_audit_line.
           read auditfile
              at end move 1 to reach_file_end
           end-read
           if reach_file_end = 0
              perform tally_audit_line
              go to read_audit_line
           end-if.
       tally_audit_line.
           move spaces to token_deck
           move spaces to token_generations
           move spaces to token_outcome
           move spaces to token_run
           unstring audit-line delimited by space
                into token_date, token_time, token_input,
                     token_deck, token_iteration,
                     token_generations, token_outcome, token_run
           end-unstring
           move spaces to value_outcome
           unstring token_outcome delimited by '='
                into token_junk, value_outcome
           end-unstring
      * a lock clearance names the run lock, not a deck, and a
      * refused run names its control file - the run's own files
      * are still to be found
           if value_outcome not = 'LOCK-CLEARED'
              move spaces to value_run
              unstring token_run delimited by '='
                   into token_junk, value_run
              end-unstring
              if value_run(1:14) is numeric
                 perform record_run_entry
              end-if
           end-if
           if value_outcome not = 'LOCK-CLEARED' and
              value_outcome not = 'REFUSED'
              perform read_trailing_tokens
              move spaces to value_deck
              unstring token_deck delimited by '='
                   into token_junk, value_deck
              end-unstring
              move spaces to value_generations
              unstring token_generations delimited by '='
                   into token_junk, value_generations
              end-unstring
              if value_generations = spaces
                 move 0 to line_generations
              else
                 compute line_generations =
                    function numval(value_generations)
              end-if
              if value_deck not = spaces
                 perform record_deck_entry
              end-if
      * the sweep page goes by the deck's own name, which only the
      * sweep= token carries
              if value_sweep not = spaces
                 move value_sweep to value_deck
                 move 0 to line_snapshot_interval
                 perform record_deck_entry
              end-if
           end-if.
       read_trailing_tokens.
           move spaces to token_tail
           unstring audit-line delimited by ' sweep='
                into token_head, token_tail
           end-unstring
           move spaces to value_sweep
           unstring token_tail delimited by space
                into value_sweep
           end-unstring
           move spaces to token_tail
           unstring audit-line delimited by ' snap='
                into token_head, token_tail
           end-unstring
           move spaces to value_snap
           unstring token_tail delimited by space
                into value_snap
           end-unstring
           if value_snap = spaces
              move 0 to line_snapshot_interval
           else
              compute line_snapshot_interval =
                 function numval(value_snap)
           end-if.
       record_run_entry.
           move 0 to run_match
           move 0 to run_scan
           perform find_run_entry
           if run_match = 0
              if run_total < max_run_entries
                 add 1 to run_total
                 move value_run(1:14) to run_id(run_total)
              else
                 move 1 to table_overflow
              end-if
           end-if.
       find_run_entry.
           add 1 to run_scan
           if run_scan <= run_total and run_match = 0
              if run_id(run_scan) = value_run(1:14)
                 move run_scan to run_match
              end-if
              go to find_run_entry
           end-if.
       record_deck_entry.
           move 0 to deck_match
           move 0 to deck_scan
           perform find_deck_entry
           if deck_match = 0
              if deck_total < max_deck_entries
                 add 1 to deck_total
                 move value_deck to deck_name(deck_total)
                 move token_date to deck_last_date(deck_total)
                 move 0 to deck_max_generations(deck_total)
                 move 0 to deck_checkpoint_done(deck_total)
                 move spaces to deck_latest_outcome(deck_total)
                 move spaces to deck_latest_run(deck_total)
                 move 0 to deck_snapshot_interval(deck_total)
                 move deck_total to deck_match
              else
                 move 1 to table_overflow
              end-if
           end-if
           if deck_match > 0
              if token_date > deck_last_date(deck_match)
                 move token_date to deck_last_date(deck_match)
              end-if
              if line_generations > deck_max_generations(deck_match)
                 move line_generations
                      to deck_max_generations(deck_match)
              end-if
      * the log is appended in run order, so the last line seen for
      * a deck is its latest run
              move value_outcome to deck_latest_outcome(deck_match)
              if value_run(1:14) is numeric
                 move value_run(1:14) to deck_latest_run(deck_match)
              end-if
              if line_snapshot_interval > 0
                 move line_snapshot_interval
                      to deck_snapshot_interval(deck_match)
              end-if
           end-if.
       find_deck_entry.
           add 1 to deck_scan
           if deck_scan <= deck_total and deck_match = 0
              if deck_name(deck_scan) = value_deck
                 move deck_scan to deck_match
              end-if
              go to find_deck_entry
           end-if.

      * a checkpoint only matters to a deck that may yet resume - one
      * the master shows finished, with no baseline, is deleted -
      * unless the audit log shows the deck deferred since, or run
      * since the master record was written (a deferred deck writes
      * no master record, so the master can still show an earlier
      * finished run), in which case the carry-over file needs it.
      * a deck the audit log does not name is not known well enough
      * to delete anything of
       clear_finished_checkpoints.
           open input masterfile
           if master_open_status not = '00'
              display 'results master not available, status '
                 master_open_status ', checkpoints left in place'
           else
              move 0 to reach_file_end
              move spaces to master_deck_name
              start masterfile key not < master_deck_name
                 invalid key
                    move 1 to reach_file_end
              end-start
              if reach_file_end = 0
                 perform walk_master_record
              end-if
              close masterfile
           end-if.
       walk_master_record.
           read masterfile next
              at end
                 move 1 to reach_file_end
           end-read
           if reach_file_end = 0
              move 0 to deck_finished
              if master_outcome = 'STILL-LIFE' or
                 master_outcome = 'EXHAUSTED-ITERATIONS' or
                 master_outcome(1:17) = 'SPACESHIP-PERIOD-' or
                 master_outcome(1:18) = 'OSCILLATOR-PERIOD-'
                 move 1 to deck_finished
              end-if
              if deck_finished = 1
                 move master_deck_name to value_deck
                 move 0 to deck_match
                 move 0 to deck_scan
                 perform find_deck_entry
                 if deck_match = 0
                    move 0 to deck_finished
                 else
                    if deck_latest_outcome(deck_match) = 'DEFERRED' or
                       deck_latest_run(deck_match) > master_timestamp
                       move 0 to deck_finished
                    end-if
                 end-if
              end-if
              if deck_finished = 1
                 perform check_deck_baseline
                 if deck_has_baseline = 0
                    move checkpoint_suffix to suffix_work
                    perform build_deck_file_name
                    perform probe_file
                    if probe_found = 1
                       move 'D' to disposition
                       perform dispose_file
                       perform mark_checkpoint_done
                    end-if
                 end-if
              end-if
              go to walk_master_record
           end-if.

      * the deck pass leaves a checkpoint already dealt with alone
       mark_checkpoint_done.
           move 0 to deck_match
           move 0 to deck_scan
           perform find_deck_entry
           if deck_match > 0
              move 1 to deck_checkpoint_done(deck_match)
           end-if.

      * a run's files go with the run - archived once the date in
      * its identifier is older than the cutoff, kept otherwise
       sort_run_files.
           add 1 to run_scan
           if run_scan <= run_total
              add 1 to runs_examined
              if run_id(run_scan)(1:8) < cutoff_text
                 move 'A' to disposition
              else
                 move 'K' to disposition
              end-if
              move 0 to suffix_index
              perform sort_run_suffix
              go to sort_run_files
           end-if.
       sort_run_suffix.
           add 1 to suffix_index
           if suffix_index <= suffix_count
              move run_suffix_list((suffix_index - 1) * 7 + 1:7)
                   to suffix_work
              move spaces to probe_name
              move 1 to probe_name_size
              string run_id(run_scan) delimited by space
                     suffix_work delimited by size
                into probe_name
                with pointer probe_name_size
                on overflow display 'overflow!'
              end-string
              perform probe_file
              if probe_found = 1
                 perform dispose_file
              end-if
              go to sort_run_suffix
           end-if.

      * a deck's files go together - all kept if it has a baseline
      * or ran inside the retention period, all archived otherwise
       sort_deck_files.
           add 1 to deck_scan
           if deck_scan <= deck_total
              add 1 to decks_examined
              move deck_name(deck_scan) to value_deck
              perform check_deck_baseline
              if deck_has_baseline = 1
                 add 1 to decks_on_baseline
                 add 1 to files_kept
                 move 'K' to disposition
                 move spaces to hsk_line_text
                 move 1 to hsk_line_size
                 string 'deck=' delimited by size
                        value_deck delimited by space
                        ' KEPT, APPROVED BASELINE' delimited by size
                   into hsk_line_text
                   with pointer hsk_line_size
                   on overflow display 'overflow!'
                 end-string
                 write hsk-line from hsk_line_text
              else
                 if deck_last_date(deck_scan) < cutoff_text
                    move 'A' to disposition
                 else
                    move 'K' to disposition
                 end-if
              end-if
              move 0 to suffix_index
              perform sort_deck_suffix
              move 0 to snapshot_gen
              move deck_snapshot_interval(deck_scan)
                   to snapshot_interval
              if snapshot_interval = 0
                 move deck_max_generations(deck_scan)
                      to snapshot_probe_limit
                 if snapshot_probe_limit > max_snapshot_probe
                    move max_snapshot_probe to snapshot_probe_limit
                 end-if
                 perform find_first_snapshot
              end-if
              if snapshot_interval > 0
                 move snapshot_interval to snapshot_gen
                 perform sort_snapshot_file
              end-if
              go to sort_deck_files
           end-if.
       sort_deck_suffix.
           add 1 to suffix_index
           if suffix_index <= suffix_count
              move deck_suffix_list((suffix_index - 1) * 7 + 1:7)
                   to suffix_work
              perform build_deck_file_name
              perform probe_file
              if suffix_work = checkpoint_suffix and
                 deck_checkpoint_done(deck_scan) = 1
                 move 0 to probe_found
              end-if
              if probe_found = 1
                 perform dispose_file
              end-if
              go to sort_deck_suffix
           end-if.
      * the audit line names the interval; failing that, try each
      * generation up to the probe limit until the first snapshot
      * turns up
       find_first_snapshot.
           add 1 to snapshot_gen
           if snapshot_gen <= snapshot_probe_limit and
              snapshot_interval = 0
              perform build_snapshot_name
              perform probe_file
              if probe_found = 1
                 move snapshot_gen to snapshot_interval
              end-if
              go to find_first_snapshot
           end-if.
       sort_snapshot_file.
           if snapshot_gen <= deck_max_generations(deck_scan)
              perform build_snapshot_name
              perform probe_file
              if probe_found = 1
                 perform dispose_file
              end-if
              add snapshot_interval to snapshot_gen
              go to sort_snapshot_file
           end-if.
       build_snapshot_name.
           move snapshot_gen to snapshot_gen_text
           move spaces to probe_name
           move 1 to probe_name_size
           string value_deck delimited by space
                  snapshot_gen_text delimited by size
                  snapshot_suffix delimited by size
             into probe_name
             with pointer probe_name_size
             on overflow display 'overflow!'
           end-string.
       check_deck_baseline.
           move baseline_suffix to suffix_work
           perform build_deck_file_name
           perform probe_file
           move probe_found to deck_has_baseline.
       build_deck_file_name.
           move spaces to probe_name
           move 1 to probe_name_size
           string value_deck delimited by space
                  suffix_work delimited by size
             into probe_name
             with pointer probe_name_size
             on overflow display 'overflow!'
           end-string.
       probe_file.
           move 0 to probe_found
           move 0 to probe_size
           call 'CBL_CHECK_FILE_EXIST' using probe_name probe_details
           move return-code to call_status
           if call_status = 0
              move 1 to probe_found
           end-if.

      * disposition K keeps the file, A moves it into the dated
      * archive directory, D deletes it - with archive not asked for,
      * A and D are only listed
       dispose_file.
           evaluate disposition
              when 'K'
                 add 1 to files_kept
              when 'A'
                 if archive_wanted = 1
                    perform archive_file
                 else
                    move 'TO ARCHIVE' to action_word
                    perform write_file_line
                    add 1 to files_archived
                    add probe_size to bytes_freed
                 end-if
              when 'D'
                 if archive_wanted = 1
                    perform delete_file
                 else
                    move 'TO DELETE' to action_word
                    perform write_file_line
                    add 1 to files_deleted
                    add probe_size to bytes_freed
                 end-if
           end-evaluate.
       archive_file.
           if archive_dir_made = 0
              call 'CBL_CREATE_DIR' using archive_dir_name
              move 1 to archive_dir_made
           end-if
           move spaces to target_name
           move 1 to target_size
           string archive_dir_name delimited by space
                  '/' delimited by size
                  probe_name delimited by space
             into target_name
             with pointer target_size
             on overflow display 'overflow!'
           end-string
           call 'CBL_RENAME_FILE' using probe_name target_name
           move return-code to call_status
           if call_status = 0
              move 'ARCHIVED' to action_word
              perform write_file_line
              add 1 to files_archived
              add probe_size to bytes_freed
           else
              move 'ARCHIVE FAILED' to action_word
              perform write_file_line
              add 1 to files_failed
           end-if.
       delete_file.
           call 'CBL_DELETE_FILE' using probe_name
           move return-code to call_status
           if call_status = 0
              move 'DELETED' to action_word
              perform write_file_line
              add 1 to files_deleted
              add probe_size to bytes_freed
           else
              move 'DELETE FAILED' to action_word
              perform write_file_line
              add 1 to files_failed
           end-if.
       write_file_line.
           move probe_size to total_value
           perform trim_total_value
           move spaces to hsk_line_text
           move 1 to hsk_line_size
           string 'file=' delimited by size
                  probe_name delimited by space
                  ' bytes=' delimited by size
                  trimmed_field1 delimited by space
                  ' ' delimited by size
                  action_word delimited by '  '
             into hsk_line_text
             with pointer hsk_line_size
             on overflow display 'overflow!'
           end-string
           write hsk-line from hsk_line_text.

       write_listing_header.
           move spaces to hsk_line_text
           move 1 to hsk_line_size
           string 'OUTPUT HOUSEKEEPING AS OF ' delimited by size
                  today_date delimited by size
                  ', CUTOFF ' delimited by size
                  cutoff_text delimited by size
             into hsk_line_text
             with pointer hsk_line_size
           end-string
           write hsk-line from hsk_line_text
           if archive_wanted = 1
              move spaces to hsk_line_text
              move 1 to hsk_line_size
              string 'FILES ARCHIVED TO ' delimited by size
                     archive_dir_name delimited by space
                into hsk_line_text
                with pointer hsk_line_size
              end-string
           else
              move 'LISTING ONLY - NOTHING MOVED OR DELETED'
                   to hsk_line_text
           end-if
           write hsk-line from hsk_line_text
           if table_overflow = 1
              move spaces to hsk_line_text
              string 'MORE RUNS OR DECKS ON AUDIT.LOG THAN THE TABLES '
                        delimited by size
                     'HOLD - THE REST WERE LEFT ALONE' delimited by size
                into hsk_line_text
              end-string
              write hsk-line from hsk_line_text
           end-if
           move spaces to hsk_line_text
           write hsk-line from hsk_line_text.
       write_listing_totals.
           move spaces to hsk_line_text
           write hsk-line from hsk_line_text
           move 'RETENTION DAYS ' to hsk_line_text
           move retention_days to total_value
           perform write_total_line
           move 'RUNS EXAMINED ' to hsk_line_text
           move runs_examined to total_value
           perform write_total_line
           move 'DECKS EXAMINED ' to hsk_line_text
           move decks_examined to total_value
           perform write_total_line
           move 'DECKS ON APPROVED BASELINE ' to hsk_line_text
           move decks_on_baseline to total_value
           perform write_total_line
           move 'FILES KEPT ' to hsk_line_text
           move files_kept to total_value
           perform write_total_line
           move 'FILES ARCHIVED ' to hsk_line_text
           move files_archived to total_value
           perform write_total_line
           move 'FILES DELETED ' to hsk_line_text
           move files_deleted to total_value
           perform write_total_line
           if files_failed > 0
              move 'FILES FAILED ' to hsk_line_text
              move files_failed to total_value
              perform write_total_line
           end-if
           if archive_wanted = 1
              move 'BYTES FREED ' to hsk_line_text
           else
              move 'BYTES TO FREE ' to hsk_line_text
           end-if
           move bytes_freed to total_value
           perform write_total_line.
      * hsk_line_text arrives holding the caption, total_value the
      * count - shared by the totals lines
       write_total_line.
           perform trim_total_value
           move 1 to hsk_line_size
           perform find_caption_end
           string trimmed_field1 delimited by space
             into hsk_line_text
             with pointer hsk_line_size
           end-string
           write hsk-line from hsk_line_text.
       find_caption_end.
           if hsk_line_text(hsk_line_size:2) not = spaces
              add 1 to hsk_line_size
              go to find_caption_end
           end-if
           add 1 to hsk_line_size.
       trim_total_value.
           move spaces to trimmed_field1
           if total_value = 0
              move '0' to trimmed_field1
           else
              move total_value to count_string
              move 0 to find_start
              move 12 to sublength
              perform find_start_function
              move count_string(find_start:sublength)
                   to trimmed_field1
           end-if.
      * leading-zero strip, same service find_start_function gives
      * the report lines in life itself
       find_start_function.
           add 1 to find_start
           move count_string(find_start:1)
                to singlecharacter
           if singlecharacter = '0'
              subtract 1 from sublength
              go to find_start_function
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

      * rewritten library is then listed in full to libcat.txt with
      * each pattern's name, size and live-cell count, so the catalog
      * can be checked before the night's batch runs against it.
      * every run that changes the library raises its version number
      * in pattern.ver, stamped with the date and time, and appends
      * one line per applied transaction to the change log
      * pattern.log, so a result that moved between two runs can be
      * traced to the library edit behind it. the catalog table
      * layout is mirrored from life, keep the two in step
      *

       identification division.
           select libraryfile assign to 'pattern.lib'
             organization is line sequential
             status is library_open_status.
           select lockfile assign to 'life.lck'
             organization is line sequential
             status is lock_open_status.
           select listfile assign to 'libcat.txt'
             organization is line sequential.
           select versionfile assign to 'pattern.ver'
             organization is line sequential
             status is version_open_status.
           select changelogfile assign to 'pattern.log'
             organization is line sequential
             status is changelog_open_status.

       data division.
       file section.
       01 library-line pic x(260).
       fd listfile.
       01 list-line pic x(260).
      * one record - the library's version number and when it was
      * set, read by life at load_pattern_library time
       fd versionfile.
       01 version-record.
          03 version_number pic 9(5).
          03 filler pic x(1).
          03 version_stamp pic x(14).
       fd changelogfile.
       01 changelog-line pic x(260).
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
      * transaction dataset name - defaults to library.trn but can be
       01 trans_open_status pic x(2).
       01 trans_eof pic 9(1) value 0.
       01 library_open_status pic x(2).
      * set when pattern.lib cannot be written back in full - the
      * status that stopped it is kept for the message
       01 library_write_bad pic 9(1) value 0.
       01 library_bad_status pic x(2).
       01 library_eof pic 9(1) value 0.
      * the catalog as held in storage - same ceilings and layout as
      * library_table in life
       01 trans_rejected pic 9(5) value 0.
       01 trans_abandoned pic 9(1) value 0.
       01 library_changed pic 9(1) value 0.
      * library version - 0 until the first change is applied to a
      * library that has never carried one
       01 version_open_status pic x(2).
       01 changelog_open_status pic x(2).
       01 library_version pic 9(5) value 0.
       01 library_version_stamp pic x(14).
       01 version_current_date pic x(21).
      * the transactions applied this run, in the order applied, for
      * the change log - written only once the new library is out
       01 max_change_entries pic 9(3) value 200.
       01 change_table.
          03 change_entry occurs 200.
             05 change_verb pic x(10).
             05 change_name pic x(50).
       01 change_count pic 9(3) value 0.
       01 change_scan pic 9(3) value 0.
       01 change_untold pic 9(5) value 0.
       01 changelog_text pic x(260).
       01 changelog_size pic 9(3) value 1.
       01 worst_rc pic 9(2) value 0.
      * catalog listing work fields
       01 list_line_text pic x(260).
       01 trimmed_field2 pic x(9).
       01 trimmed_field3 pic x(9).

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
       01 lock_program pic x(8) value 'libmaint'.
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
           move spaces to trans_file_parm
           if trans_file_parm not = spaces
              move trans_file_parm to trans_file_name
           end-if
           move function current-date to lock_current_date
           move lock_current_date(1:14) to lock_run_id
           perform take_run_lock
           perform load_pattern_library
           open input transfile
           if trans_open_status not = '00'
              display 'transaction file ' trans_file_name
                 ' not available, status ' trans_open_status
              move 8 to return-code
              perform release_run_lock
              stop run
           end-if
           perform process_transaction
           close transfile
           if library_changed = 1
              perform rewrite_pattern_library
              if library_write_bad = 0
                 perform advance_library_version
              end-if
           end-if
           perform write_catalog_listing
           if trans_rejected > 0 and worst_rc < 4
              move 8 to worst_rc
           end-if
           move worst_rc to return-code
           perform release_run_lock
           stop run.

      * read the current pattern.lib into the catalog table - same
              move 0 to library_eof
              perform load_library_entry
              close libraryfile
           end-if
           perform read_library_version.
      * a missing pattern.ver is a library that has never been
      * versioned - version 0, and the first change makes it 1
       read_library_version.
           move 0 to library_version
           move spaces to library_version_stamp
           open input versionfile
           if version_open_status = '00'
              read versionfile
                 at end
                    continue
                 not at end
                    if version_number is numeric
                       move version_number to library_version
                       move version_stamp to library_version_stamp
                    end-if
              end-read
              close versionfile
           end-if.
       load_library_entry.
           read libraryfile into library-line
                    perform store_transaction_entry
                    add 1 to trans_accepted
                    move 1 to library_changed
                    perform record_library_change
                 end-if
              end-if
           end-if.
                 perform store_transaction_entry
                 add 1 to trans_accepted
                 move 1 to library_changed
                 perform record_library_change
              end-if
           end-if.
       apply_delete_transaction.
              subtract 1 from library_count
              add 1 to trans_accepted
              move 1 to library_changed
              perform record_library_change
           end-if.
      * a run applying more than the table holds still logs the
      * count of the ones it could not name
       record_library_change.
           if change_count < max_change_entries
              add 1 to change_count
              move trans_verb to change_verb(change_count)
              move trans_name to change_name(change_count)
           else
              add 1 to change_untold
           end-if.
       close_library_gap.
           if library_match < library_count

      * write the catalog back out in the layout load_library_header
      * expects - a name line, a "rows cols" line and the grid, entry
      * after entry. a library that cannot be written is neither
      * versioned nor logged - results stamped with that version
      * would name patterns that were never stored
       rewrite_pattern_library.
           move 0 to library_write_bad
           open output libraryfile
           if library_open_status not = '00'
              move 1 to library_write_bad
              move library_open_status to library_bad_status
           else
              move 0 to library_scan
              perform rewrite_library_entry
              close libraryfile
              perform check_library_write
           end-if
           if library_write_bad = 1
              display 'pattern library pattern.lib not written, '
                 'status ' library_bad_status
              display 'library changes not versioned, change log '
                 'not written'
              move 16 to worst_rc
           end-if.
       check_library_write.
           if library_open_status not = '00' and
              library_write_bad = 0
              move 1 to library_write_bad
              move library_open_status to library_bad_status
           end-if.
       rewrite_library_entry.
           add 1 to library_scan
           if library_scan <= library_count and library_write_bad = 0
              move spaces to library-line
              move library_name(library_scan) to library-line
              write library-line
              perform check_library_write
              move spaces to trimmed_field1
              move library_rows(library_scan) to count_string
              move 0 to find_start
                into library-line
              end-string
              write library-line
              perform check_library_write
              move 0 to list_row
              perform rewrite_library_row
              go to rewrite_library_entry
           end-if.
       rewrite_library_row.
           add 1 to list_row
           if list_row <= library_rows(library_scan) and
              library_write_bad = 0
              move spaces to library-line
              move library_grid_row(library_scan, list_row)
                   (1:library_cols(library_scan))
                   to library-line(1:library_cols(library_scan))
              write library-line
              perform check_library_write
              go to rewrite_library_row
           end-if.

      * the new version goes to pattern.ver only after the library
      * itself has been rewritten, then the change log gets one line
      * per transaction applied, all under the new version number
       advance_library_version.
           move function current-date to version_current_date
           add 1 to library_version
           move version_current_date(1:14) to library_version_stamp
           open output versionfile
           if version_open_status not = '00'
      * a version never recorded must not be logged either - the
      * next run would hand the same number out again
              display 'library version file pattern.ver unavailable, '
                 'status ' version_open_status
              display 'library changed but not versioned, change log '
                 'not written'
              subtract 1 from library_version
              move spaces to library_version_stamp
              move 16 to worst_rc
           else
              move spaces to version-record
              move library_version to version_number
              move library_version_stamp to version_stamp
              write version-record
              close versionfile
              perform append_change_log
              display 'pattern library now at version '
                 library_version
           end-if.
       append_change_log.
           open extend changelogfile
           if changelog_open_status = '35'
              open output changelogfile
           end-if
           if changelog_open_status not = '00'
              display 'library change log pattern.log unavailable, '
                 'status ' changelog_open_status
              move 16 to worst_rc
           else
              move 0 to change_scan
              perform write_change_log_line
              if change_untold > 0
                 perform build_change_log_prefix
                 move change_untold to count_string
                 move 0 to find_start
                 move 5 to sublength
                 perform find_start_function
                 string 'change=MORE count=' delimited by size
                        count_string(find_start:sublength)
                           delimited by space
                   into changelog_text
                   with pointer changelog_size
                   on overflow display 'overflow!'
                 end-string
                 write changelog-line from changelog_text
              end-if
              close changelogfile
           end-if.
       write_change_log_line.
           add 1 to change_scan
           if change_scan <= change_count
              perform build_change_log_prefix
              string 'change=' delimited by size
                     change_verb(change_scan) delimited by space
                     ' pattern=' delimited by size
                     change_name(change_scan) delimited by space
                     ' source=' delimited by size
                     trans_file_name delimited by space
                into changelog_text
                with pointer changelog_size
                on overflow display 'overflow!'
              end-string
              write changelog-line from changelog_text
              go to write_change_log_line
           end-if.
      * date, time and version lead every change log line, the way
      * the audit log's lines lead with date and time
       build_change_log_prefix.
           move spaces to changelog_text
           move 1 to changelog_size
           move library_version to count_string
           move 0 to find_start
           move 5 to sublength
           perform find_start_function
           string library_version_stamp(1:8) delimited by size
                  ' ' delimited by size
                  library_version_stamp(9:6) delimited by size
                  ' version=' delimited by size
                  count_string(find_start:sublength)
                     delimited by space
                  ' ' delimited by size
             into changelog_text
             with pointer changelog_size
             on overflow display 'overflow!'
           end-string.

      * the full catalog listing - one line per pattern with its
      * name, size and live-cell count, then the totals for the run
       write_catalog_listing.
           move spaces to list_line_text
           move 1 to list_line_size
           move spaces to trimmed_field1
           if library_version = 0
              move '0' to trimmed_field1
           else
              move library_version to count_string
              move 0 to find_start
              move 5 to sublength
              perform find_start_function
              move count_string(find_start:sublength)
                   to trimmed_field1
           end-if
           string 'LIBRARY VERSION ' delimited by size
                  trimmed_field1 delimited by space
             into list_line_text
             with pointer list_line_size
           end-string
           if library_version_stamp not = spaces
              string ' OF ' delimited by size
                     library_version_stamp(1:8) delimited by size
                into list_line_text
                with pointer list_line_size
              end-string
           end-if
           write list-line from list_line_text
           move spaces to list_line_text
           move 1 to list_line_size
           move spaces to trimmed_field1
           if trans_accepted = 0
              move '0' to trimmed_field1
           else
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

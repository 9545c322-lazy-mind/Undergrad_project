      * a purge-audit line saying how many went. the command line is
      * "<staledays> [YYYYMMDD]": the stale window in days (absent,
      * 30) and, only when a purge is wanted, the cutoff date. the
      * record layout is mirrored from life, keep the two in step.
      * an archive line is the master record image as it stood when
      * purged - lines archived before the record carried the
      * library version (columns 108-112) have blanks there, which
      * reads as version 0, the same as a record converted below.
      *
      * "lifemnt convert" is the one-time conversion of a master
      * written before the library version was added to the record
      * (107 bytes then, 112 now) - the old file is renamed to
      * results.old first, and every record on it is written to a
      * new results.mst with library version 0. it refuses to run
      * while a results.mst is still there, and results.old is left
      * for the operator to remove once the new master has been
      * checked
      *

       identification division.
             access is dynamic
             record key is master_deck_name
             status is master_open_status.
           select oldmasterfile assign to 'results.old'
             organization is indexed
             access is dynamic
             record key is old_deck_name
             status is old_open_status.
           select archfile assign to 'results.arc'
             organization is line sequential
             status is arch_open_status.
           select lockfile assign to 'life.lck'
             organization is line sequential
             status is lock_open_status.
           select mntfile assign to 'mstrpt.txt'
             organization is line sequential.

          03 master_period pic 9(2).
          03 master_generations pic 9(5).
          03 master_timestamp pic x(14).
          03 master_library_version pic 9(5).
      * the master record as it was before the library version
       fd oldmasterfile.
       01 old-master-record.
          03 old_deck_name pic x(50).
          03 old_outcome pic x(30).
          03 old_population pic 9(6).
          03 old_period pic 9(2).
          03 old_generations pic 9(5).
          03 old_timestamp pic x(14).
       fd archfile.
       01 arch-line pic x(120).
       fd mntfile.
       01 mnt-line pic x(260).
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
       01 master_open_status pic x(2).
       01 old_open_status pic x(2).
       01 convert_wanted pic 9(1) value 0.
       01 records_converted pic 9(5) value 0.
       01 arch_open_status pic x(2).
       01 arch_opened pic 9(1) value 0.
       01 reach_file_end pic 9(1) value 0.
       01 singlecharacter pic x(1).
       01 trimmed_field1 pic x(9).

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
       01 lock_program pic x(8) value 'lifemnt'.
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
           perform get_maintenance_parms
           compute today_months = today_year * 12 + today_month
           compute today_integer =
              function integer-of-date(function numval(today_date))
           move run_current_date(1:14) to lock_run_id
           perform take_run_lock
           if convert_wanted = 1
              perform convert_master
              perform release_run_lock
              stop run
           end-if
           if purge_wanted = 1
              open i-o masterfile
           else
              display 'results master not available, status '
                 master_open_status
              move 8 to return-code
              perform release_run_lock
              stop run
           end-if
           move spaces to master_deck_name
              close archfile
           end-if
           perform write_maintenance_report
           perform release_run_lock
           stop run.
      * "<staledays> [YYYYMMDD]" - the cutoff date only arrives when
      * a purge is actually wanted, so an absent second token keeps
              unstring mnt_parm delimited by space
                   into stale_days_text, purge_date
              end-unstring
              if stale_days_text = 'convert' or
                 stale_days_text = 'CONVERT'
                 if purge_date not = spaces
                    display 'convert takes nothing after it'
                    perform reject_maintenance_parms
                 end-if
                 move 1 to convert_wanted
                 move spaces to stale_days_text
              end-if
              if stale_days_text not = spaces
                 move 0 to parm_scan
                 move 0 to parm_digits
           end-if.
       reject_maintenance_parms.
           display 'usage: lifemnt <staledays> [YYYYMMDD]'
           display '       lifemnt convert'
           move 4 to return-code
           stop run.
       walk_master_record.
                 ' left in place'
           else
              move spaces to arch-line
              move master-record to arch-line(1:112)
              write arch-line
              delete masterfile record
                 invalid key
           end-string
           write mnt-line from mnt_line_text
           display mnt_line_text.
      * one-time conversion of the old 107-byte master - the new
      * file is only written when results.mst is not there to be
      * overwritten and results.old can be read
       convert_master.
           open input masterfile
           if master_open_status not = '35'
              if master_open_status = '00'
                 close masterfile
              end-if
              display 'results.mst is still there, status '
                 master_open_status
              display 'rename it to results.old before converting'
              move 8 to return-code
           else
              open input oldmasterfile
              if old_open_status not = '00'
                 display 'old results master results.old not '
                    'available, status ' old_open_status
                 move 8 to return-code
              else
                 open output masterfile
                 if master_open_status not = '00'
                    display 'results master cannot be created, status '
                       master_open_status
                    close oldmasterfile
                    move 16 to return-code
                 else
                    perform convert_old_master
                 end-if
              end-if
           end-if.
       convert_old_master.
           move spaces to old_deck_name
           start oldmasterfile key not < old_deck_name
              invalid key
                 move 1 to reach_file_end
           end-start
           if reach_file_end = 0
              perform convert_master_record
           end-if
           close oldmasterfile
           close masterfile
           display 'CONVERTED ' records_converted
              ' RECORDS FROM results.old TO results.mst'.
       convert_master_record.
           read oldmasterfile next
              at end
                 move 1 to reach_file_end
           end-read
           if reach_file_end = 0
              add 1 to records_read
              move old_deck_name to master_deck_name
              move old_outcome to master_outcome
              move old_population to master_population
              move old_period to master_period
              move old_generations to master_generations
              move old_timestamp to master_timestamp
              move 0 to master_library_version
              write master-record
                 invalid key
                    display 'duplicate deck ' old_deck_name
                       ' on results.old, left out'
                 not invalid key
                    add 1 to records_converted
              end-write
              go to convert_master_record
           end-if.
      * mnt_line_text arrives holding the caption, total_value the
      * count - shared by the counted report lines
       write_count_line.
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

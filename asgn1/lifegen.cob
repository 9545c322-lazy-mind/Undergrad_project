      * B../S.. rulestring token is carried after it. the draw is a
      * plain linear congruential generator seeded from the command
      * line, so a rerun with the same seed regenerates the identical
      * decks when a soup throws an interesting period. every file
      * generated is also noted in the seed register lifegen.log -
      * date, time, prefix, seed and file - which is how lifehrv
      * traces a harvested deck back to the seed that made it
      *

       identification division.
       file-control.
           select deckfile assign dynamic deck_file_name
             organization is line sequential.
           select seedfile assign to 'lifegen.log'
             organization is line sequential
             status is seed_open_status.
           select lockfile assign to 'life.lck'
             organization is line sequential
             status is lock_open_status.

       data division.
       file section.
       fd deckfile.
       01 deck-line pic x(260).
       fd seedfile.
       01 seed-line pic x(260).
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
       01 gen_parm pic x(120).
       01 seed_open_status pic x(2).
       01 run_current_date pic x(21).
       01 prefix_text pic x(40).
       01 rows_text pic x(10).
       01 cols_text pic x(10).
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
       01 lock_program pic x(8) value 'lifegen'.
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
           perform get_generator_parms
      * rebuild or the recorded seed stops regenerating its decks
           divide seed_value by 2147483648
              giving random_quotient remainder random_state
           move function current-date to lock_current_date
           move lock_current_date(1:14) to lock_run_id
           perform take_run_lock
           open output deckfile
           move 0 to deck_number
           perform write_soup_deck
           close deckfile
           perform write_seed_register
           display 'wrote ' deck_file_name
           display 'seed ' seed_text
              ' - rerun with the same seed to regenerate'
           perform release_run_lock
           stop run.
       get_generator_parms.
           move spaces to gen_parm
              end-if
              go to write_grid_col
           end-if.
      * the register extends across runs the way audit.log does -
      * the latest line for a prefix is the one that made the decks
      * now carrying it
       write_seed_register.
           open extend seedfile
           if seed_open_status = '35'
              open output seedfile
           end-if
           if seed_open_status not = '00'
              display 'seed register unavailable, status '
                 seed_open_status
           else
              move function current-date to run_current_date
              move spaces to deck_line_text
              move 1 to deck_line_size
              string run_current_date(1:8) delimited by size
                     ' ' delimited by size
                     run_current_date(9:6) delimited by size
                     ' prefix=' delimited by size
                     prefix_text delimited by space
                     ' seed=' delimited by size
                     seed_text delimited by space
                     ' file=' delimited by size
                     deck_file_name delimited by space
                into deck_line_text
                with pointer deck_line_size
                on overflow display 'overflow!'
              end-string
              write seed-line from deck_line_text
              close seedfile
           end-if.
      * one step of the congruential draw - the state stays in the
      * low 31 bits and the percentage comes off the high end of it,
      * where the classic constants mix best
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

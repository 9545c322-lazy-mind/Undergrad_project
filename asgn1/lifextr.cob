      *
      * results-master interface extract - walks the keyed results.mst
      * that life rewrites one record per deck and writes the
      * reporting group's fixed-length interface file from it: a
      * header record, one detail record per deck (name, outcome,
      * population, period, generations run and the run timestamp)
      * and a trailer carrying the detail count and a population hash
      * total for them to balance against. the command line is
      * "full" or "delta" (absent, delta); a delta sends only records
      * whose master_timestamp falls after the highest one the last
      * successful extract sent. that high-water mark and the extract
      * sequence number live in the control record results.xct, and
      * the control record is only rewritten once the interface file
      * is closed clean - an extract that fails part way leaves it as
      * it was and removes its own broken file, so the rerun sends the
      * same records again under the same sequence number in a new
      * file with nothing left behind to be picked up twice, and an
      * extract repeated after a good one finds nothing it has not
      * already sent. the master record layout is mirrored from life,
      * keep the two in step
      *

       identification division.
       program-id. lifextr.
       author.     michael mao.

       environment division.
       input-output section.
       file-control.
           select masterfile assign to 'results.mst'
             organization is indexed
             access is dynamic
             record key is master_deck_name
             status is master_open_status.
           select xctfile assign to 'results.xct'
             organization is line sequential
             status is xct_open_status.
           select lockfile assign to 'life.lck'
             organization is line sequential
             status is lock_open_status.
      * fixed-length records with no line ends - the receiving side
      * reads it by record length, so trailing spaces must survive
           select extfile assign dynamic ext_file_name
             organization is sequential
             status is ext_open_status.

       data division.
       file section.
       fd masterfile.
       01 master-record.
          03 master_deck_name pic x(50).
          03 master_outcome pic x(30).
          03 master_population pic 9(6).
          03 master_period pic 9(2).
          03 master_generations pic 9(5).
          03 master_timestamp pic x(14).
          03 master_library_version pic 9(5).
       fd xctfile.
       01 xct-record.
          03 xct_sequence pic 9(5).
          03 xct_high_water pic x(14).
          03 xct_extract_id pic x(14).
          03 xct_extract_type pic x(5).
          03 xct_record_count pic 9(7).
          03 xct_population_hash pic 9(12).
      * every interface record is 120 bytes, told apart by the type
      * byte in column 1 - H header, D detail, T trailer
       fd extfile.
       01 ext-header.
          03 ext_header_type pic x(1).
          03 ext_header_extract_type pic x(5).
          03 ext_header_extract_id pic x(14).
          03 ext_header_sequence pic 9(5).
          03 ext_header_since pic x(14).
          03 ext_header_source pic x(11).
          03 filler pic x(70).
       01 ext-detail.
          03 ext_detail_type pic x(1).
          03 ext_deck_name pic x(50).
          03 ext_outcome pic x(30).
          03 ext_population pic 9(6).
          03 ext_period pic 9(2).
          03 ext_generations pic 9(5).
          03 ext_timestamp pic x(14).
          03 filler pic x(12).
       01 ext-trailer.
          03 ext_trailer_type pic x(1).
          03 ext_trailer_count pic 9(7).
          03 ext_trailer_hash pic 9(12).
          03 ext_trailer_high_water pic x(14).
          03 filler pic x(86).
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
      * set while the master is open, so an error exit only closes
      * it when there is something to close
       01 master_opened pic 9(1) value 0.
       01 xct_open_status pic x(2).
       01 ext_open_status pic x(2).
       01 reach_file_end pic 9(1) value 0.
       01 extract_parm pic x(50).
       01 extract_type pic x(5) value 'DELTA'.
       01 extract_id pic x(14).
       01 run_current_date pic x(21).
       01 ext_file_name pic x(50).
       01 drop_status pic s9(9) value 0.
       01 ext_file_size pic 99 value 1.
       01 ext_suffix pic x(7) value 'ext.dat'.
      * what the last good extract left behind - no control record
      * yet means nothing has ever been sent, so a delta sends the
      * lot and starts the sequence at 1
       01 last_sequence pic 9(5) value 0.
       01 last_high_water pic x(14) value low-values.
       01 extract_sequence pic 9(5) value 0.
       01 new_high_water pic x(14) value low-values.
       01 records_read pic 9(7) value 0.
       01 records_sent pic 9(7) value 0.
       01 population_hash pic 9(12) value 0.

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
       01 lock_program pic x(8) value 'lifextr'.
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
           perform get_extract_parms
           move function current-date to run_current_date
           move run_current_date(1:14) to extract_id
           move extract_id to lock_run_id
           perform take_run_lock
           perform read_extract_control
           move last_high_water to new_high_water
           compute extract_sequence = last_sequence + 1
           open input masterfile
           if master_open_status not = '00'
              display 'results master not available, status '
                 master_open_status
              move 8 to return-code
              perform release_run_lock
              stop run
           end-if
           move 1 to master_opened
           perform open_extract_file
           perform write_extract_header
           move spaces to master_deck_name
           start masterfile key not < master_deck_name
              invalid key
                 move 1 to reach_file_end
           end-start
           if reach_file_end = 0
              perform walk_master_record
           end-if
           close masterfile
           move 0 to master_opened
           perform write_extract_trailer
           close extfile
           if ext_open_status not = '00'
              display 'interface file ' ext_file_name
                 ' did not close clean, status ' ext_open_status
                 ', control record left as it was'
              perform drop_extract_file
              move 16 to return-code
              perform release_run_lock
              stop run
           end-if
           perform write_extract_control
           display 'extract ' extract_type ' sequence '
              extract_sequence ' to ' ext_file_name
           display 'RECORDS ON MASTER ' records_read
           display 'RECORDS SENT ' records_sent
           display 'POPULATION HASH ' population_hash
           perform release_run_lock
           stop run.
      * "full" or "delta", either case - nothing else is guessed at,
      * since a wrong guess either floods the reporting group or
      * quietly moves the high-water mark past records never sent
       get_extract_parms.
           move spaces to extract_parm
           accept extract_parm from command-line
           evaluate extract_parm
              when spaces
                 move 'DELTA' to extract_type
              when 'delta'
                 move 'DELTA' to extract_type
              when 'DELTA'
                 move 'DELTA' to extract_type
              when 'full'
                 move 'FULL' to extract_type
              when 'FULL'
                 move 'FULL' to extract_type
              when other
                 display 'extract type ' extract_parm
                    ' is not full or delta'
                 display 'usage: lifextr [full|delta]'
                 move 4 to return-code
                 stop run
           end-evaluate.
       read_extract_control.
           open input xctfile
           if xct_open_status = '00'
              read xctfile
                 at end
                    continue
                 not at end
                    move xct_sequence to last_sequence
                    move xct_high_water to last_high_water
              end-read
              close xctfile
           else
              if xct_open_status not = '35'
                 display 'extract control record unavailable, status '
                    xct_open_status
                 move 16 to return-code
                 perform release_run_lock
                 stop run
              end-if
           end-if.
      * one interface file per extract, named by its own identifier
      * the way life names its per-run files
       open_extract_file.
           move spaces to ext_file_name
           move 1 to ext_file_size
           string extract_id delimited by space
                  ext_suffix delimited by size
             into ext_file_name
             with pointer ext_file_size
             on overflow display 'overflow!'
           end-string
           open output extfile
           if ext_open_status not = '00'
              display 'interface file ' ext_file_name
                 ' cannot be opened, status ' ext_open_status
              if master_opened = 1
                 close masterfile
                 move 0 to master_opened
              end-if
              move 16 to return-code
              perform release_run_lock
              stop run
           end-if.
       write_extract_header.
           move spaces to ext-header
           move 'H' to ext_header_type
           move extract_type to ext_header_extract_type
           move extract_id to ext_header_extract_id
           move extract_sequence to ext_header_sequence
           if extract_type = 'FULL' or last_high_water = low-values
              move zeros to ext_header_since
           else
              move last_high_water to ext_header_since
           end-if
           move 'results.mst' to ext_header_source
           perform write_extract_record.
       walk_master_record.
           read masterfile next
              at end
                 move 1 to reach_file_end
           end-read
           if reach_file_end = 0
              add 1 to records_read
              if extract_type = 'FULL' or
                 master_timestamp > last_high_water
                 perform write_extract_detail
              end-if
              go to walk_master_record
           end-if.
       write_extract_detail.
           move spaces to ext-detail
           move 'D' to ext_detail_type
           move master_deck_name to ext_deck_name
           move master_outcome to ext_outcome
           move master_population to ext_population
           move master_period to ext_period
           move master_generations to ext_generations
           move master_timestamp to ext_timestamp
           perform write_extract_record
           add 1 to records_sent
           add master_population to population_hash
           if master_timestamp > new_high_water
              move master_timestamp to new_high_water
           end-if.
       write_extract_trailer.
           move spaces to ext-trailer
           move 'T' to ext_trailer_type
           move records_sent to ext_trailer_count
           move population_hash to ext_trailer_hash
           if new_high_water = low-values
              move zeros to ext_trailer_high_water
           else
              move new_high_water to ext_trailer_high_water
           end-if
           perform write_extract_record.
      * a write that fails stops the extract where it is - the
      * control record is untouched, so the rerun starts over
       write_extract_record.
           write ext-header
           if ext_open_status not = '00'
              display 'interface file ' ext_file_name
                 ' write failed, status ' ext_open_status
                 ', control record left as it was'
              close extfile
              perform drop_extract_file
              if master_opened = 1
                 close masterfile
                 move 0 to master_opened
              end-if
              move 16 to return-code
              perform release_run_lock
              stop run
           end-if.
      * a broken interface file is taken away rather than left for
      * the reporting group to find - if it will not go, say so, as
      * the rerun writes its records again under a new name
       drop_extract_file.
           call 'CBL_DELETE_FILE' using ext_file_name
           move return-code to drop_status
           if drop_status = 0
              display 'interface file ' ext_file_name ' removed'
           else
              display 'interface file ' ext_file_name
                 ' could not be removed, delete it before it is sent'
           end-if.
      * the good extract moves the sequence and the high-water mark
      * on - an empty delta still used its sequence number, but it
      * sent nothing, so the mark stays where it was
       write_extract_control.
           open output xctfile
           if xct_open_status not = '00'
              display 'extract control record cannot be written, '
                 'status ' xct_open_status
              display 'interface file ' ext_file_name
                 ' is good but the next delta will resend it'
              move 16 to return-code
              perform release_run_lock
              stop run
           end-if
           move extract_sequence to xct_sequence
           move new_high_water to xct_high_water
           if new_high_water = low-values
              move zeros to xct_high_water
           end-if
           move extract_id to xct_extract_id
           move extract_type to xct_extract_type
           move records_sent to xct_record_count
           move population_hash to xct_population_hash
           write xct-record
           close xctfile.
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

      *
      * run-lock operator command - lists the run lock that life,
      * libmaint, lifemnt, lifegen, lifextr and lifehsk take before
      * touching the shared files (the directory life.lck.d, with the
      * holder named in life.lck), and clears one left behind by a
      * job that died holding it. the command line is "list" (or
      * nothing) to show the holder, user, run identifier, start time
      * and how long it has been held, or "clear <runid>" to free it -
      * the run identifier has to match the one on the lock, so a lock
      * that changed hands since it was listed is never cleared by
      * mistake. a directory left with no holder named (a job that
      * died before it wrote life.lck) is cleared by any run
      * identifier. every clearance is written to audit.log with the
      * details of the lock it removed. the lock record layout is
      * mirrored from life, keep the two in step
      *

       identification division.
       program-id. lifelock.
       author.     michael mao.

       environment division.
       input-output section.
       file-control.
           select lockfile assign to 'life.lck'
             organization is line sequential
             status is lock_open_status.
           select auditfile assign to 'audit.log'
             organization is line sequential
             status is audit_open_status.

       data division.
       file section.
       fd lockfile.
       01 lock-record.
          03 lock_holder pic x(8).
          03 filler pic x(1).
          03 lock_user pic x(20).
          03 filler pic x(1).
          03 lock_run pic x(14).
          03 filler pic x(1).
          03 lock_started pic x(14).
       fd auditfile.
       01 audit-line pic x(260).

       working-storage section.
       01 lock_open_status pic x(2).
       01 audit_open_status pic x(2).
       01 lock_parm pic x(50).
       01 lock_verb pic x(10).
       01 clear_run_id pic x(14).
       01 lock_held pic 9(1) value 0.
       01 lock_dir_name pic x(12) value 'life.lck.d'.
       01 lock_dir_details.
          03 lock_dir_size pic 9(18) comp.
          03 lock_dir_stamp pic x(8).
       01 lock_dir_found pic 9(1) value 0.
       01 lock_call_status pic s9(9) value 0.
       01 operator_user pic x(20).
       01 run_current_date pic x(21).
      * minutes held - both ends reduced to minutes since the same
      * day one so the difference survives a midnight or month end
       01 now_minutes pic 9(9) value 0.
       01 start_minutes pic 9(9) value 0.
       01 held_minutes pic 9(9) value 0.
       01 audit_record pic x(260).
       01 audit_size pic 9(3) value 1.

       procedure division.
       main-paragraph.
           move spaces to lock_parm
           accept lock_parm from command-line
           move spaces to lock_verb
           move spaces to clear_run_id
           unstring lock_parm delimited by all space
                into lock_verb, clear_run_id
           end-unstring
           move function current-date to run_current_date
           perform read_run_lock
           evaluate lock_verb
              when spaces
              when 'list'
              when 'LIST'
                 perform list_run_lock
              when 'clear'
              when 'CLEAR'
                 if clear_run_id = spaces
                    perform show_usage
                 else
                    perform clear_run_lock
                 end-if
              when other
                 perform show_usage
           end-evaluate
           stop run.
       show_usage.
           display 'usage: lifelock [list]'
           display '       lifelock clear <runid>'
           move 4 to return-code.
       read_run_lock.
           move 0 to lock_dir_found
           call 'CBL_CHECK_FILE_EXIST' using lock_dir_name
              lock_dir_details
           move return-code to lock_call_status
           move 0 to return-code
           if lock_call_status = 0
              move 1 to lock_dir_found
           end-if
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
       list_run_lock.
           if lock_held = 0
              if lock_dir_found = 1
                 display 'run lock ' lock_dir_name
                    ' is there but life.lck names no job'
                 move 4 to return-code
              else
                 display 'run lock is free'
              end-if
           else
              perform compute_held_minutes
              display 'run lock held by ' lock_holder
              display '   user    ' lock_user
              display '   run     ' lock_run
              display '   started ' lock_started
              display '   held    ' held_minutes ' minutes'
              move 4 to return-code
           end-if.
       compute_held_minutes.
           compute now_minutes =
              function integer-of-date(
                 function numval(run_current_date(1:8))) * 1440
              + function numval(run_current_date(9:2)) * 60
              + function numval(run_current_date(11:2))
           if lock_started(1:8) is numeric
              compute start_minutes =
                 function integer-of-date(
                    function numval(lock_started(1:8))) * 1440
                 + function numval(lock_started(9:2)) * 60
                 + function numval(lock_started(11:2))
           else
              move now_minutes to start_minutes
           end-if
           if now_minutes > start_minutes
              compute held_minutes = now_minutes - start_minutes
           else
              move 0 to held_minutes
           end-if.
       clear_run_lock.
           if lock_held = 0
              if lock_dir_found = 1
                 call 'CBL_DELETE_DIR' using lock_dir_name
                 move return-code to lock_call_status
                 move 0 to return-code
                 if lock_call_status = 0
                    perform write_clearance_audit
                    display 'run lock ' lock_dir_name
                       ' with no job named cleared'
                 else
                    display 'run lock ' lock_dir_name
                       ' cannot be removed'
                    move 16 to return-code
                 end-if
              else
                 display 'run lock is free, nothing to clear'
                 move 4 to return-code
              end-if
           else
              if lock_run not = clear_run_id
                 display 'run lock is held by run ' lock_run
                    ', not ' clear_run_id ' - not cleared'
                 move 8 to return-code
              else
                 open output lockfile
                 close lockfile
                 call 'CBL_DELETE_DIR' using lock_dir_name
                 move 0 to return-code
                 perform write_clearance_audit
                 display 'run lock for ' lock_holder ' run '
                    lock_run ' cleared'
              end-if
           end-if.
      * same leading tokens as a deck line from life, so lifestat
      * reads it the same way - the lock details follow them
       write_clearance_audit.
           move spaces to operator_user
           accept operator_user from environment 'USER'
           if operator_user = spaces
              move 'unknown' to operator_user
           end-if
           open extend auditfile
           if audit_open_status not = '00'
              open output auditfile
           end-if
           move spaces to audit_record
           move 1 to audit_size
           string run_current_date(1:8) delimited by size
                  ' ' delimited by size
                  run_current_date(9:6) delimited by size
                  ' input=lifelock deck=life.lck iteration=0'
                     delimited by size
                  ' generations=0 outcome=LOCK-CLEARED run='
                     delimited by size
                  lock_run delimited by space
                  ' holder=' delimited by size
                  lock_holder delimited by space
                  ' user=' delimited by size
                  lock_user delimited by space
                  ' started=' delimited by size
                  lock_started delimited by space
                  ' by=' delimited by size
                  operator_user delimited by space
             into audit_record
             with pointer audit_size
             on overflow display 'overflow!'
           end-string
           write audit-line from audit_record
           close auditfile.

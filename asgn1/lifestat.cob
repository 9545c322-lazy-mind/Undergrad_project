       01 count_exhausted pic 9(5) value 0.
       01 count_rejected pic 9(5) value 0.
       01 count_abandoned pic 9(5) value 0.
       01 count_deferred pic 9(5) value 0.
       01 count_lock_cleared pic 9(5) value 0.
       01 count_refused pic 9(5) value 0.
       01 count_other pic 9(5) value 0.
       01 total_generations pic 9(9) value 0.
       01 lines_selected pic 9(5) value 0.
           end-if.
      * a BATCH-ABANDONED line is a batch event, not a deck run -
      * its generations= field counts dropped control-file lines, so
      * it stays out of the per-day, per-file and generation totals.
      * a DEFERRED deck was carried over to a later run and is
      * counted there when it finishes, so it stays out of the
      * per-day, per-run and per-file counts too - but the
      * generations it ran before its checkpoint were real work.
      * a LOCK-CLEARED line is lifelock freeing a stale run lock,
      * an operator event that is counted and nothing more. a
      * REFUSED line is a whole control file turned away on its
      * control totals before any deck ran - a batch event again,
      * counted on its own line only
       tally_outcome.
           evaluate value_outcome
              when 'STILL-LIFE'
                 add 1 to count_rejected
              when 'BATCH-ABANDONED'
                 add 1 to count_abandoned
              when 'DEFERRED'
                 add 1 to count_deferred
              when 'LOCK-CLEARED'
                 add 1 to count_lock_cleared
              when 'REFUSED'
                 add 1 to count_refused
              when other
                 add 1 to count_other
           end-evaluate
           if value_outcome = 'DEFERRED'
              add line_generations to total_generations
           end-if
           if value_outcome not = 'BATCH-ABANDONED' and
              value_outcome not = 'DEFERRED' and
              value_outcome not = 'LOCK-CLEARED' and
              value_outcome not = 'REFUSED'
              add line_generations to total_generations
              perform tally_day
              perform tally_run
           move 'BATCH-ABANDONED ' to stat_line_text
           move count_abandoned to line_generations
           perform write_count_line
           move 'DEFERRED ' to stat_line_text
           move count_deferred to line_generations
           perform write_count_line
           move 'LOCK-CLEARED ' to stat_line_text
           move count_lock_cleared to line_generations
           perform write_count_line
           move 'REFUSED ' to stat_line_text
           move count_refused to line_generations
           perform write_count_line
           move 'OTHER ' to stat_line_text
           move count_other to line_generations
           perform write_count_line
              go to write_run_line
           end-if.
      * stat_line_text arrives holding the caption, line_generations
      * the count - shared by the eight outcome lines
       write_count_line.
           move spaces to trimmed_field1
           if line_generations = 0

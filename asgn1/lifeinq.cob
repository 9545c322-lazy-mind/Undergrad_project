          03 master_period pic 9(2).
          03 master_generations pic 9(5).
          03 master_timestamp pic x(14).
          03 master_library_version pic 9(5).

       working-storage section.
       01 master_open_status pic x(2).
              ' population=' master_population
              ' period=' master_period
              ' generations=' master_generations
              ' run=' master_timestamp
              ' library=' master_library_version.

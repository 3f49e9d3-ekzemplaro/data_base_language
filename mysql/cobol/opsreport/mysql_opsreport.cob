      *	the same way test1 does.
      *
      *					Sep/02/2026
      *	Oct/15/2026  each run also shows its throughput (records
      *	             per second, from the new rate column the
      *	             load and the delta fill in), and a program
      *	             that records one gets its average and lowest
      *	             rate in the statistics section - so "is the
      *	             load keeping up with the nationwide file" is
      *	             answered here too.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-opsreport.
        01  r-count          pic x(06).
        01  r-outcome        pic x(20).
        01  r-status         pic x(10).
        01  r-rate           pic x(08).

      * the control break on the program name
        01  w-prev-program   pic x(20) value space.
        01  w-elaps-max      pic 9(06).
        01  w-elaps-cur      pic 9(06).
        01  w-elaps-avg      pic 9(06).
        01  w-rate-total     pic 9(10).
        01  w-rate-runs      pic 9(05).
        01  w-rate-min       pic 9(07).
        01  w-rate-cur       pic 9(07).
        01  w-rate-avg       pic 9(07).
        01  w-outcome-table.
            03  w-outcome-entry occurs 10 times.
                05  w-out-name      pic x(20).
        01  w-page-ed        pic zzz9.
        01  w-count-ed       pic z,zz9.
        01  w-elaps-ed       pic zzz,zz9.
        01  w-rate-ed        pic z,zzz,zz9.
        procedure       division.

        0000-mainline.
            move spaces to w-query
            string "select program, run_date, start_ts, end_ts,"
                   " timestampdiff(second, start_ts, end_ts),"
                   " rec_count, outcome, status, rate"
                   " from run_control"
                   " where run_date between '" delimited by size
                   function trim(w-date-from) delimited by size
                   "' and '" delimited by size

            call "MySQL_fetch_fields" using result r-program r-date
                        r-start-ts r-end-ts r-elapsed r-count
                        r-outcome r-status r-rate
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result r-program r-date
                           r-start-ts r-end-ts r-elapsed r-count
                           r-outcome r-status r-rate
               if return-code = -1 then
                  exit perform
               end-if
        2500-reset-statistics.
            move zero to w-run-count w-fail-count
                         w-elaps-total w-elaps-runs w-elaps-max
            move zero to w-rate-total w-rate-runs w-rate-min
            move zero to w-outcome-count
            perform varying w-out-ix from 1 by 1
                    until w-out-ix > 10
      * ---------------------------------------------------------
      *	runs still marked RUNNING have no end time and no
      *	elapsed figure; they count as runs but stay out of the
      *	elapsed averages.  only completed runs with a rate go
      *	into the throughput figures
      * ---------------------------------------------------------
        2600-accumulate-statistics.
            add 1 to w-run-count
               if w-elaps-cur > w-elaps-max
                  move w-elaps-cur to w-elaps-max
               end-if
            end-if
            if r-status = "COMPLETED"
                    and function trim(r-rate) numeric
                    and r-rate not = space
               compute w-rate-cur = function numval(r-rate)
               if w-rate-cur > zero
                  add w-rate-cur to w-rate-total
                  add 1 to w-rate-runs
                  if w-rate-runs = 1 or w-rate-cur < w-rate-min
                     move w-rate-cur to w-rate-min
                  end-if
               end-if
            end-if.

        2700-count-outcome.
            write prt-rec from w-print-area
            move spaces to w-print-area
            string "実行日      開始                 終了       "
                   "          経過秒  件数    件/秒    結果"
                   delimited by size into w-print-area
            write prt-rec from w-print-area
            add 3 to w-line-count.
            move spaces to w-print-area
            string r-date "  " r-start-ts "  " r-end-ts "  "
                   r-elapsed(1:7) " " r-count "  "
                   r-rate "  "
                   function trim(r-outcome) " / "
                   function trim(r-status)
                   delimited by size into w-print-area
      * ---------------------------------------------------------
      *	the per-program statistics section: run and failure
      *	counts, the failures by outcome, the average and the
      *	longest elapsed time, and the average and lowest
      *	throughput where the program records one
      * ---------------------------------------------------------
        4000-print-statistics.
            if w-line-count >= w-page-size
                      delimited by size into w-print-area
               write prt-rec from w-print-area
               add 2 to w-line-count
            end-if

            if w-rate-runs > zero
               compute w-rate-avg rounded =
                       w-rate-total / w-rate-runs
               move w-rate-avg to w-rate-ed
               move spaces to w-print-area
               string "  　平均件/秒　:" w-rate-ed
                      delimited by size into w-print-area
               write prt-rec from w-print-area
               move w-rate-min to w-rate-ed
               move spaces to w-print-area
               string "  　最低件/秒　:" w-rate-ed
                      delimited by size into w-print-area
               write prt-rec from w-print-area
               add 2 to w-line-count
            end-if.

      * error

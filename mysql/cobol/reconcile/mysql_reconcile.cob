      *	             side name is truncated the same way on the
      *	             load, so comparing the full 20 bytes flagged
      *	             every long name as a discrepancy forever.
      *	Oct/15/2026  the run_control row now carries the operator
      *	             column; an unattended batch run records itself
      *	             as BATCH.
      *	Oct/15/2026  wards are reconciled too: after the city pass
      *	             the W lines of the file (under the city they
      *	             follow) and the rows of the new cities_ward
      *	             table are each SORTed on the city id plus the
      *	             ward name and match-merged the same way; a
      *	             ward on one side only or with a different
      *	             population is a discrepancy.  the summary
      *	             carries the ward discrepancies as WARDS=.
      *	Oct/15/2026  the run_control row carries the new
      *	             throughput column (rate), left at zero:
      *	             only the load and the delta measure it.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-reconcile.
            select tf-file
                assign to w-sorted-filename
                organization line sequential.
            select ws-file
                assign to w-wardwk-filename.
            select wf-file
                assign to w-wardfile-filename
                organization line sequential.
            select wd-file
                assign to w-warddb-filename
                organization line sequential.
            select sum-file
                assign to w-sum-filename
                organization line sequential.
            03  tf-pop          pic 9(08).
            03  tf-date         pic x(10).
            03  tf-pref         pic x(02).
        sd  ws-file.
        01  ws-rec.
            03  ws-key.
                05  ws-id       pic 9(06).
                05  ws-ward     pic x(20).
            03  ws-pop          pic 9(08).
        fd  wf-file
            label records are standard.
        01  wf-rec.
            03  wf-key.
                05  wf-id       pic 9(06).
                05  wf-ward     pic x(20).
            03  wf-pop          pic 9(08).
        fd  wd-file
            label records are standard.
        01  wd-rec.
            03  wd-key.
                05  wd-id       pic 9(06).
                05  wd-ward     pic x(20).
            03  wd-pop          pic 9(08).
        fd  sum-file
            label records are standard.
        01  sum-rec.
            03  pic x(80).
        working-storage section.
        copy cityrec.
        copy wardrec.

        01  w-input-filename    pic x(256)
                                 value "/var/tmp/plain_text/cities.txt".
                       value "/var/tmp/plain_text/reconcile.srt".
        01  w-sorted-filename   pic x(256)
                       value "/var/tmp/plain_text/reconcile.tmp".
        01  w-wardwk-filename   pic x(256)
                       value "/var/tmp/plain_text/reconcile.wsr".
        01  w-wardfile-filename pic x(256)
                       value "/var/tmp/plain_text/reconcile.wf".
        01  w-warddb-filename   pic x(256)
                       value "/var/tmp/plain_text/reconcile.wd".
        01  w-eof               pic x value low-value.
        01  w-file-eof          pic x.
        01  w-db-eof            pic x.
        01  w-rc-rows-out       pic 9(06) value zero.
        01  w-rc-status-out     pic x(10).
        01  w-disc-count        pic 9(05) value zero.
        01  w-ward-disc-count   pic 9(05) value zero.
        01  w-ward-flag         pic x(01).
        01  w-ward-name-text    pic x(20).
        01  w-ward-pop-text     pic x(08).
        01  w-parent-id         pic 9(06).
        01  w-parent-sw         pic x value "N".
            88  w-parent-open       value "Y".
        01  eod                 pic x.
        01  w-sum-filename      pic x(256)
                     value "/var/tmp/plain_text/mysql_reconcile.sum".
        01  w-sum-line          pic x(80).

            perform 2000-connect-and-query
            perform 3000-match-streams
            perform 4000-reconcile-wards

            move w-disc-count to w-rc-rows-out
            if w-disc-count > zero
               add 1 to w-disc-count
            end-if.

      * ---------------------------------------------------------
      *	the ward pass: both sides sorted on the city id plus the
      *	ward name - the table side through the sort as well, so
      *	the order does not hang on the database's collation -
      *	and matched the way the cities are
      * ---------------------------------------------------------
        4000-reconcile-wards.
            sort ws-file on ascending key ws-key
                input procedure 4100-release-file-wards
                giving wf-file
            sort ws-file on ascending key ws-key
                input procedure 4200-release-db-wards
                giving wd-file

            open input wf-file
            open input wd-file
            move low-value to w-file-eof w-db-eof
            perform 4300-read-ward-file-side
            perform 4400-read-ward-db-side
            perform until w-file-eof = high-value
                    and w-db-eof = high-value
               evaluate true
                   when w-db-eof = high-value
                        perform 4500-report-ward-file-only
                        perform 4300-read-ward-file-side
                   when w-file-eof = high-value
                        perform 4600-report-ward-db-only
                        perform 4400-read-ward-db-side
                   when wf-key < wd-key
                        perform 4500-report-ward-file-only
                        perform 4300-read-ward-file-side
                   when wf-key > wd-key
                        perform 4600-report-ward-db-only
                        perform 4400-read-ward-db-side
                   when other
                        if wf-pop not = wd-pop
                           display "id " wf-id " 区 " wf-ward
                                   " : 不一致 file=" wf-pop
                                   " db=" wd-pop
                           add 1 to w-ward-disc-count
                        end-if
                        perform 4300-read-ward-file-side
                        perform 4400-read-ward-db-side
               end-evaluate
            end-perform
            close wf-file
            close wd-file
            add w-ward-disc-count to w-disc-count.

      * every W line under the usable city record it follows
        4100-release-file-wards.
            move low-value to w-eof
            move "N" to w-parent-sw
            open input i-file
            read i-file into inp-rec at end move high-value to w-eof.

            perform until w-eof = high-value
               if inp-rec(1:1) = "W" and inp-rec(2:1) = x"09"
                  if w-parent-open
                     perform 4110-release-one-file-ward
                  end-if
               else
                  move "N" to w-parent-sw
                  if inp-rec(1:7) not = "TRAILER"
                     move spaces to w-city-id-text
                     unstring inp-rec delimited by x"09"
                         into w-city-id-text
                     end-unstring
                     move spaces to w-id-digits
                     unstring w-city-id-text delimited by "t"
                         into w-id-prefix w-id-digits
                     end-unstring
                     if function trim(w-id-digits) numeric
                        compute w-parent-id =
                                function numval(w-id-digits)
                        set w-parent-open to true
                     end-if
                  end-if
               end-if
               read i-file into inp-rec
                    at end move high-value to w-eof
               end-read
            end-perform
            close i-file.

        4110-release-one-file-ward.
            move spaces to w-ward-flag w-ward-name-text
                           w-ward-pop-text
            unstring inp-rec delimited by x"09"
                into w-ward-flag w-ward-name-text w-ward-pop-text
            end-unstring
            move w-parent-id to ws-id
            move w-ward-name-text to ws-ward
            if function trim(w-ward-pop-text) numeric
               compute ws-pop = function numval(w-ward-pop-text)
            else
               move zero to ws-pop
            end-if
            release ws-rec.

      * every cities_ward row, through the sort
        4200-release-db-wards.
            call "MySQL_query" using
                 "select a, w, c from cities_ward"
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result wa wname wpop
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result wa wname wpop
               if return-code = -1 then
                  exit perform
               end-if
               move wa to ws-id
               move wname to ws-ward
               move wpop to ws-pop
               release ws-rec
            end-perform.

        4300-read-ward-file-side.
            read wf-file
                at end move high-value to w-file-eof
            end-read.

        4400-read-ward-db-side.
            read wd-file
                at end move high-value to w-db-eof
            end-read.

        4500-report-ward-file-only.
            display "id " wf-id " 区 " wf-ward
                    " : ファイルのみ（MySQLに無し）"
            add 1 to w-ward-disc-count.

        4600-report-ward-db-only.
            display "id " wd-id " 区 " wd-ward
                    " : MySQLのみ（ファイルに無し）"
            add 1 to w-ward-disc-count.

      * ---------------------------------------------------------
      *	refuse a second start for today's cycle unless the
      *	operator overrides, then mark this run RUNNING on the

            move spaces to w-rc-query
            string "insert into run_control values (curdate(),"
                   "'mysql-reconcile',now(),null,0,'','RUNNING',"
                   "'BATCH',0)"
                   delimited by size into w-rc-query
            call "MySQL_query" using w-rc-query
            if return-code not = 0 then
            string "RECORDS=" w-sum-count
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            move w-ward-disc-count to w-sum-count
            move spaces to w-sum-line
            string "WARDS=" w-sum-count
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            move spaces to w-sum-line
            string "CONDITION=" function trim(w-rc-outcome)
                   delimited by size into w-sum-line

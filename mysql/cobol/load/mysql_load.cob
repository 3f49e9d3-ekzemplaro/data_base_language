      *	             are skipped: the cities table is city-level
      *	             and the city figure already includes its
      *	             wards.
      *	Oct/15/2026  the run_control row and every cities_hist row
      *	             this run writes now carry the operator column;
      *	             an unattended batch run records itself as
      *	             BATCH.
      *	Oct/15/2026  ward (区) detail records are loaded into the
      *	             new cities_ward table under the city they
      *	             follow, in the same transaction, each with an
      *	             'I' row on cities_ward_hist.  the ward-sum
      *	             rule text_read.cob enforces holds here too: a
      *	             group whose wards do not add up to the city
      *	             figure, a ward with a non-numeric population
      *	             or a ward with no city ahead of it rolls the
      *	             whole load back (6).  replace mode clears
      *	             cities_ward the same way it clears cities,
      *	             'D' history rows first.
      *	Oct/15/2026  bulk mode (BULK=Y, or Y at the new prompt) for
      *	             the nationwide take-on: the city, ward and
      *	             history rows are collected into multi-row
      *	             inserts of up to BATCH-ROWS value lists each
      *	             (default 100) instead of one statement per
      *	             row, still inside the one transaction and
      *	             still committed only against the trailer.
      *	             either mode records its throughput - city
      *	             and ward rows loaded per elapsed second - on
      *	             the new rate column of run_control, and the
      *	             summary file says which mode ran.
      *	Oct/15/2026  every run posts its control totals to the
      *	             control ledger (control.ldg, layout in
      *	             ctlledg.cpy): the city records, population
      *	             and ward lines read from cities.txt, put on
      *	             the tables and refused, for text_balance.cob
      *	             to check against what text_create.cob wrote.
      *	             a rolled-back run posts nothing as reaching
      *	             the table.  LEDGER-FILE in the control file
      *	             names another ledger.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-load.
            select sum-file
                assign to w-sum-filename
                organization line sequential.
            select l-file
                assign to w-ldg-filename
                organization line sequential
                file status is w-ldg-status.
        data            division.
        file            section.
        fd  i-file
            label records are standard.
        01  sum-rec.
            03  pic x(80).
        fd  l-file
            label records are standard.
        copy ctlledg.
        working-storage section.
        copy cityrec.
        copy wardrec.
        01  w-input-filename    pic x(256)
                                 value "/var/tmp/plain_text/cities.txt".
        01  w-eof               pic x value low-value.
        01  errno               pic x(04).
        01  err-msg             pic x(80).
        01  w-quote-count       pic 9(03) value zero.
        01  w-rc-query          pic x(400).
        01  w-rc-status-col     pic x(10).
        01  w-rc-rows           pic 9(03).
        01  w-rc-outcome        pic x(20).
        01  w-trailer-count     pic 9(05).
        01  w-trailer-seen-sw   pic x value "N".
            88  w-trailer-seen      value "Y".

      * the ward group open under the last city inserted: the
      * city's id and population, the running ward sum, and the
      * groups and wards that broke text_read.cob's rule
        01  w-ward-flag         pic x(01).
        01  w-ward-name-text    pic x(20).
        01  w-ward-pop-text     pic x(08).
        01  w-grp-open-sw       pic x value "N".
            88  w-grp-open          value "Y".
        01  w-grp-city-id       pic 9(06).
        01  w-grp-city-pop      pic 9(08).
        01  w-ward-sum          pic 9(10) value zero.
        01  w-ward-count        pic 9(03) value zero.
        01  w-ward-load-count   pic 9(06) value zero.
        01  w-ward-bad-count    pic 9(05) value zero.

      * bulk mode: one multi-row insert under construction per
      * table - 1 cities, 2 cities_hist, 3 cities_ward,
      * 4 cities_ward_hist.  each takes value lists behind its
      * head until BATCH-ROWS of them (or the statement's room)
      * are in, then goes to the database as one statement
        01  w-bulk-parm         pic x(01).
        01  w-bulk-sw           pic x value "N".
            88  w-bulk-mode         value "Y".
        01  w-batch-rows        pic 9(04) value 100.
        01  w-bulk-table.
            03  w-bulk-entry    occurs 4 times.
                05  w-bk-head       pic x(40).
                05  w-bk-rows       pic 9(04).
                05  w-bk-ptr        pic 9(05).
                05  w-bk-text       pic x(16000).
        01  w-bk-ix             pic 9(01).
        01  w-bk-room           pic 9(05) value 15600.
        01  w-row-values        pic x(300).
        01  w-stmt-count        pic 9(07) value zero.
        01  w-rate-rows         pic 9(07) value zero.

        01  w-rolled-back-sw    pic x value "N".
            88  w-rolled-back       value "Y".
        01  w-ctl-filename      pic x(256)
        01  w-sum-line          pic x(80).
        01  w-sum-count         pic 9(06).
        01  w-exit-code         pic 9(02) value zero.

      * the control totals posted to the control ledger: every
      * city record and ward line read, and where each one went
        01  w-ldg-filename      pic x(256)
                       value "/var/tmp/plain_text/control.ldg".
        01  w-ldg-status        pic x(02).
        01  w-ldg-in-recs       pic 9(07) value zero.
        01  w-ldg-in-pop        pic 9(11) value zero.
        01  w-ldg-in-wards      pic 9(07) value zero.
        01  w-ldg-out-pop       pic 9(11) value zero.
        01  w-ldg-rej-recs      pic 9(07) value zero.
        01  w-ldg-rej-pop       pic 9(11) value zero.
        01  w-ldg-rej-wards     pic 9(07) value zero.
        procedure       division.

        0000-mainline.
            if w-mode-parm = "R" or w-mode-parm = "r"
               move "R" to w-mode-sw
            end-if
            if not w-ctl-present
               display "一括モード(Y/N)："
               accept w-bulk-parm
            end-if
            if w-bulk-parm = "Y" or w-bulk-parm = "y"
               set w-bulk-mode to true
               perform 0400-set-bulk-heads
               display "一括モード：" w-batch-rows
                       "行ずつ登録します"
            end-if

            call "MySQL_init" using cid
            if return-code not = 0 then
               move spaces to w-hist-query
               string "insert into cities_hist"
                      " select a, b, c, d, e, 'D', 'mysql-load',"
                      " now(), 'BATCH' from cities"
                      delimited by size into w-hist-query
               call "MySQL_query" using w-hist-query
               if return-code not = 0 then
               if return-code not = 0 then
                  perform db-error
               end-if
               move spaces to w-hist-query
               string "insert into cities_ward_hist"
                      " select a, w, c, 'D', 'mysql-load',"
                      " now(), 'BATCH' from cities_ward"
                      delimited by size into w-hist-query
               call "MySQL_query" using w-hist-query
               if return-code not = 0 then
                  perform db-error
               end-if
               call "MySQL_query" using "delete from cities_ward"
               if return-code not = 0 then
                  perform db-error
               end-if
            end-if

            open input i-file

            perform until w-eof = high-value
               if inp-rec(1:1) = "W" and inp-rec(2:1) = x"09"
                  perform insert-one-ward
               else
               perform close-ward-group
               if inp-rec(1:7) not = "TRAILER"
                  perform insert-one-city
               else
                    at end move high-value to w-eof
               end-read
            end-perform
            perform close-ward-group
            close i-file
            if w-bulk-mode
               perform 7200-bulk-flush-all
            end-if

            if w-trailer-seen and w-trailer-count = w-load-count
                    and w-ward-bad-count = zero
               call "MySQL_query" using "commit"
               if return-code not = 0 then
                  perform db-error
               perform 8600-run-control-end
               move zero to w-exit-code
               display "件数 : " w-load-count
               display "区件数 : " w-ward-load-count
               if w-bulk-mode
                  display "SQL文数 : " w-stmt-count
               end-if
            else
               call "MySQL_query" using "rollback"
               set w-rolled-back to true
               if w-ward-bad-count > zero
                  display "区の明細が不正のため取消"
                  display "  不正件数　　　: "
                          w-ward-bad-count
               else
               if w-trailer-seen
                  display "トレーラー不一致のため取消"
                  display "  トレーラー件数: "
               else
                  display "トレーラーが無いため取消"
               end-if
               end-if
               display "テーブルは変更されていません"
               display "再実行はそのまま可能です"
               move w-load-count to w-rc-rows-out

            call "MySQL_close"

            perform 8700-post-control-ledger
            perform 9800-write-run-summary

            display "*** 終了 ***"
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	(MODE=R or MODE=A) replace the prompt, so the overnight
      *	scheduler can run this program hands-off; LEDGER-FILE
      *	names the control ledger
      * ---------------------------------------------------------
        0300-read-control-file.
            move spaces to w-mode-parm w-bulk-parm
            open input ctl-file
            if w-ctl-status not = "00"
               continue
            evaluate w-ctl-keyword
                when "MODE"
                     move w-ctl-value(1:1) to w-mode-parm
                when "BULK"
                     move w-ctl-value(1:1) to w-bulk-parm
                when "BATCH-ROWS"
                     if function trim(w-ctl-value) numeric
                        compute w-batch-rows =
                                function numval(w-ctl-value)
                     end-if
                     if w-batch-rows < 1 or w-batch-rows > 500
                        display "BATCH-ROWS は 1〜500"
                                " : 100 とします"
                        move 100 to w-batch-rows
                     end-if
                when "LEDGER-FILE"
                     move w-ctl-value to w-ldg-filename
                when other
                     display "不明なキーワード: " w-ctl-keyword
            end-evaluate.
            end-if
            move w-city-date-text    to cdate
            move w-city-pref-text    to cpref
            add 1 to w-ldg-in-recs
            add cpop to w-ldg-in-pop

            move zero to w-quote-count
            inspect b tallying w-quote-count for all quote

            if w-quote-count > 0
               display "不正文字を含むため読み飛ばし : " a
               add 1 to w-ldg-rej-recs
               add cpop to w-ldg-rej-pop
            else
               move spaces to w-row-values
               string "(" a "," quote
                      b delimited by size
                      quote "," cpop "," quote
                      function trim(cdate) delimited by size
                      quote "," quote
                      function trim(cpref) delimited by size
                      quote ")"
                      delimited by size into w-row-values

               if w-bulk-mode
                  move 1 to w-bk-ix
                  perform 7000-bulk-add-row
               else
                  move spaces to w-query
                  string "insert into cities values "
                         function trim(w-row-values)
                         delimited by size into w-query
                  call "MySQL_query" using w-query
                  if return-code not = 0 then
                     perform db-error
                  end-if
               end-if

               perform write-history-row

               add 1 to w-load-count
               add cpop to w-ldg-out-pop
               set w-grp-open to true
               move a to w-grp-city-id
               move cpop to w-grp-city-pop
               move zero to w-ward-sum w-ward-count
            end-if.

      * ---------------------------------------------------------
      *	one ward detail record: it must follow a city this run
      *	inserted and carry a numeric population, the way
      *	text_read.cob checks it; a good ward goes on cities_ward
      *	with its history row and joins the group's running sum
      * ---------------------------------------------------------
        insert-one-ward.
            move spaces to w-ward-flag w-ward-name-text
                           w-ward-pop-text
            unstring inp-rec delimited by x"09"
                into w-ward-flag w-ward-name-text w-ward-pop-text
            end-unstring
            move zero to w-quote-count
            inspect w-ward-name-text tallying w-quote-count
                    for all quote
            add 1 to w-ldg-in-wards

            evaluate true
                when not w-grp-open
                     display "親の市が無い区 : " w-ward-name-text
                     add 1 to w-ward-bad-count w-ldg-rej-wards
                when function trim(w-ward-pop-text) not numeric
                     display "区の人口が数字でない : "
                             w-grp-city-id " " w-ward-name-text
                     add 1 to w-ward-bad-count w-ldg-rej-wards
                when w-quote-count > 0 or w-ward-name-text = space
                     display "不正文字を含む区 : "
                             w-grp-city-id " " w-ward-name-text
                     add 1 to w-ward-bad-count w-ldg-rej-wards
                when other
                     move w-grp-city-id to wa
                     move w-ward-name-text to wname
                     compute wpop = function numval(w-ward-pop-text)
                     move spaces to w-row-values
                     string "(" wa "," quote
                            function trim(wname) delimited by size
                            quote "," wpop ")"
                            delimited by size into w-row-values
                     if w-bulk-mode
                        move 3 to w-bk-ix
                        perform 7000-bulk-add-row
                     else
                        move spaces to w-query
                        string "insert into cities_ward values "
                               function trim(w-row-values)
                               delimited by size into w-query
                        call "MySQL_query" using w-query
                        if return-code not = 0 then
                           perform db-error
                        end-if
                     end-if
                     perform write-ward-history-row
                     add wpop to w-ward-sum
                     add 1 to w-ward-count
                     add 1 to w-ward-load-count
            end-evaluate.

      * ---------------------------------------------------------
      *	the group ends at the next city record, the trailer or
      *	end of file: when ward lines turned up, their sum must
      *	equal the city figure
      * ---------------------------------------------------------
        close-ward-group.
            if w-grp-open and w-ward-count > zero
                    and w-ward-sum not = w-grp-city-pop
               display "区の合計が市の人口と不一致 : "
                       w-grp-city-id
               add 1 to w-ward-bad-count
            end-if
            move "N" to w-grp-open-sw
            move zero to w-ward-sum w-ward-count.

      * ---------------------------------------------------------
      *	one cities_ward_hist row per inserted ward, the way
      *	write-history-row records a city
      * ---------------------------------------------------------
        write-ward-history-row.
            move spaces to w-row-values
            string "(" wa "," quote
                   function trim(wname) delimited by size
                   quote "," wpop
                   ",'I','mysql-load',now(),'BATCH')"
                   delimited by size into w-row-values
            if w-bulk-mode
               move 4 to w-bk-ix
               perform 7000-bulk-add-row
            else
               move spaces to w-hist-query
               string "insert into cities_ward_hist values "
                      function trim(w-row-values)
                      delimited by size into w-hist-query
               call "MySQL_query" using w-hist-query
               if return-code not = 0 then
                  perform db-error
               end-if
            end-if.

      * ---------------------------------------------------------
      *	the action, this program's name and now()
      * ---------------------------------------------------------
        write-history-row.
            move spaces to w-row-values
            string "(" delimited by size
                   a delimited by size
                   "," delimited by size quote
                   function trim(b) delimited by size
                   function trim(cdate) delimited by size
                   quote "," delimited by size quote
                   function trim(cpref) delimited by size
                   quote ",'I','mysql-load',now(),'BATCH')"
                   delimited by size
                   into w-row-values
            if w-bulk-mode
               move 2 to w-bk-ix
               perform 7000-bulk-add-row
            else
               move spaces to w-hist-query
               string "insert into cities_hist values "
                      function trim(w-row-values)
                      delimited by size into w-hist-query
               call "MySQL_query" using w-hist-query
               if return-code not = 0 then
                  perform db-error
               end-if
            end-if.

      * ---------------------------------------------------------
      *	the head each bulk statement starts with, by table
      * ---------------------------------------------------------
        0400-set-bulk-heads.
            move "insert into cities values" to w-bk-head(1)
            move "insert into cities_hist values" to w-bk-head(2)
            move "insert into cities_ward values" to w-bk-head(3)
            move "insert into cities_ward_hist values"
              to w-bk-head(4)
            perform varying w-bk-ix from 1 by 1 until w-bk-ix > 4
               move zero to w-bk-rows(w-bk-ix)
            end-perform.

      * ---------------------------------------------------------
      *	one value list (w-row-values) onto table w-bk-ix's bulk
      *	statement; a full statement goes to the database at once
      * ---------------------------------------------------------
        7000-bulk-add-row.
            if w-bk-rows(w-bk-ix) = zero
               move spaces to w-bk-text(w-bk-ix)
               move 1 to w-bk-ptr(w-bk-ix)
               string function trim(w-bk-head(w-bk-ix)) " "
                      delimited by size into w-bk-text(w-bk-ix)
                      with pointer w-bk-ptr(w-bk-ix)
            else
               string "," delimited by size
                      into w-bk-text(w-bk-ix)
                      with pointer w-bk-ptr(w-bk-ix)
            end-if
            string function trim(w-row-values) delimited by size
                   into w-bk-text(w-bk-ix)
                   with pointer w-bk-ptr(w-bk-ix)
            add 1 to w-bk-rows(w-bk-ix)
            if w-bk-rows(w-bk-ix) >= w-batch-rows
                    or w-bk-ptr(w-bk-ix) > w-bk-room
               perform 7100-bulk-flush
            end-if.

        7100-bulk-flush.
            if w-bk-rows(w-bk-ix) > zero
               call "MySQL_query" using w-bk-text(w-bk-ix)
               if return-code not = 0 then
                  perform db-error
               end-if
               add 1 to w-stmt-count
               move zero to w-bk-rows(w-bk-ix)
            end-if.

      * ---------------------------------------------------------
      *	what is left on every table's statement goes in before
      *	the trailer decides between commit and rollback
      * ---------------------------------------------------------
        7200-bulk-flush-all.
            perform varying w-bk-ix from 1 by 1 until w-bk-ix > 4
               perform 7100-bulk-flush
            end-perform.

      * ---------------------------------------------------------
      *	refuse a second start for today's cycle unless the
      *	operator overrides, then mark this run RUNNING on the

            move spaces to w-rc-query
            string "insert into run_control values (curdate(),"
                   "'mysql-load',now(),null,0,'','RUNNING',"
                   "'BATCH',0)"
                   delimited by size into w-rc-query
            call "MySQL_query" using w-rc-query
            if return-code not = 0 then

      * ---------------------------------------------------------
      *	close today's RUNNING row with the end time, the record
      *	count, the throughput (city and ward rows per second,
      *	at least one second counted) and the outcome
      * ---------------------------------------------------------
        8600-run-control-end.
            compute w-rate-rows = w-load-count + w-ward-load-count
            move spaces to w-rc-query
            string "update run_control set end_ts = now()"
                   ", rec_count = " delimited by size
                   w-rc-rows-out delimited by size
                   ", rate = round(" delimited by size
                   w-rate-rows delimited by size
                   " / greatest(timestampdiff(second, start_ts,"
                   " now()), 1))" delimited by size
                   ", outcome = '" delimited by size
                   function trim(w-rc-outcome) delimited by size
                   "', status = '" delimited by size
            move w-exit-code to return-code
            stop run.

      * ---------------------------------------------------------
      *	append this run's control totals to the control ledger
      *	(created by the first run to post): cities.txt in, the
      *	cities table out.  a rolled-back run put nothing on the
      *	table, so its output totals go on as zero and the
      *	balance shows the whole file undelivered
      * ---------------------------------------------------------
        8700-post-control-ledger.
            open extend l-file
            if w-ldg-status = "35"
               open output l-file
            end-if
            move spaces to ldg-rec
            accept ldg-run-date from date yyyymmdd
            move "mysql-load" to ldg-program
            accept ldg-time from time
            move w-input-filename to ldg-in-name
            move w-ldg-in-recs to ldg-in-recs
            move w-ldg-in-pop to ldg-in-pop
            move w-ldg-in-wards to ldg-in-wards
            move "TABLE:cities" to ldg-out-name
            if w-rolled-back
               move zero to ldg-out-recs ldg-out-pop ldg-out-wards
            else
               move w-load-count to ldg-out-recs
               move w-ldg-out-pop to ldg-out-pop
               move w-ward-load-count to ldg-out-wards
            end-if
            move w-ldg-rej-recs to ldg-rej-recs
            move w-ldg-rej-pop to ldg-rej-pop
            move w-ldg-rej-wards to ldg-rej-wards
            set ldg-wards-carried to true
            move w-exit-code to ldg-rc
            write ldg-rec
            close l-file.

      * ---------------------------------------------------------
      *	one KEYWORD=VALUE line per fact, so the scheduler and the
      *	monitoring can parse the run without scraping the log
            string "RECORDS=" w-sum-count
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            move w-ward-load-count to w-sum-count
            move spaces to w-sum-line
            string "WARDS=" w-sum-count
                   delimited by size into w-sum-line
            write sum-rec from w-sum-line
            move spaces to w-sum-line
            if w-bulk-mode
               string "MODE=BULK" delimited by size into w-sum-line
            else
               string "MODE=SINGLE" delimited by size into w-sum-line
            end-if
            write sum-rec from w-sum-line
            move spaces to w-sum-line
            string "CONDITION=" function trim(w-rc-outcome)
                   delimited by size into w-sum-line

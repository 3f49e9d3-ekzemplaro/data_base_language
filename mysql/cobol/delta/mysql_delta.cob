      *	             all-or-nothing outcome mysql_load.cob's
      *	             trailer gate produces.  the run ends 6 /
      *	             ROLLED BACK so the chain stops on it.
      *	Oct/15/2026  the run_control row and every cities_hist row
      *	             this run writes now carry the operator column;
      *	             an unattended batch run records itself as
      *	             BATCH.
      *	Oct/15/2026  ward (区) detail records are carried into the
      *	             new cities_ward table: each generation's
      *	             wards sort under their city (the sort key is
      *	             the id plus the ward name) and a ward that
      *	             appears, goes or changes population gets its
      *	             insert, delete or update in the same
      *	             transaction as the cities rows, with a row on
      *	             cities_ward_hist.  the new generation's wards
      *	             must add up to their city figure (text_read
      *	             .cob's rule) or the run stops before touching
      *	             the database (6).
      *	Oct/15/2026  bulk mode (BULK=Y in the control file) for the
      *	             nationwide generations: inserts, deletes and
      *	             history rows are collected into multi-row
      *	             statements of up to BATCH-ROWS entries each
      *	             (default 100) - an update stays one statement
      *	             per row - still inside the one transaction
      *	             and still rolled back on any skip or
      *	             failure.  either mode records its throughput
      *	             - the new generation's city records matched
      *	             per elapsed second - on the new rate column
      *	             of run_control, and the summary file says
      *	             which mode ran.
      *	Oct/15/2026  every run that reads the generations posts its
      *	             control totals to the control ledger
      *	             (control.ldg, layout in ctlledg.cpy): the
      *	             new generation's city records, population
      *	             and ward lines read and refused, and - once
      *	             committed - the cities table the delta leaves
      *	             behind, which mirrors the new generation's
      *	             usable records, for text_balance.cob to
      *	             check against what text_create.cob wrote.
      *	             LEDGER-FILE in the control file names
      *	             another ledger.
      *	Oct/15/2026  an empty cities_ward is seeded: the new
      *	             generation's wards all go on as inserts with
      *	             'I' history rows instead of being matched
      *	             against the old generation's.  a city record
      *	             refused for a blank id now counts its
      *	             population among the refused on the ledger.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-delta.
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
            03  pic x(70).
        sd  s-file.
        01  srt-rec.
            03  srt-key.
                05  srt-id       pic 9(06).
                05  srt-ward     pic x(20).
            03  srt-name        pic x(20).
            03  srt-pop         pic x(08).
            03  srt-date        pic x(10).
        fd  od-file
            label records are standard.
        01  old-rec.
            03  old-key.
                05  old-id       pic 9(06).
                05  old-ward     pic x(20).
            03  old-name        pic x(20).
            03  old-pop         pic x(08).
            03  old-date        pic x(10).
        fd  nd-file
            label records are standard.
        01  new-rec.
            03  new-key.
                05  new-id       pic 9(06).
                05  new-ward     pic x(20).
            03  new-name        pic x(20).
            03  new-pop         pic x(08).
            03  new-date        pic x(10).
            label records are standard.
        01  sum-rec.
            03  pic x(80).
        fd  l-file
            label records are standard.
        copy ctlledg.
        working-storage section.
        copy cityrec.
        copy wardrec.

        01  w-input-filename    pic x(256).
        01  w-old-filename      pic x(256).
        01  w-trailer-bad-sw    pic x value "N".
            88  w-trailer-bad       value "Y".

      * the ward group under the last usable city on either side:
      * its id and, on the new side, the population its wards
      * must add up to
        01  w-ward-flag         pic x(01).
        01  w-ward-name-text    pic x(20).
        01  w-ward-pop-text     pic x(08).
        01  w-grp-open-sw       pic x value "N".
            88  w-grp-open          value "Y".
        01  w-grp-city-id       pic 9(06).
        01  w-grp-city-pop      pic 9(08).
        01  w-ward-sum          pic 9(10) value zero.
        01  w-ward-count        pic 9(03) value zero.
        01  w-ward-bad-count    pic 9(05) value zero.
        01  w-ward-ins-count    pic 9(07) value zero.
        01  w-ward-upd-count    pic 9(07) value zero.
        01  w-ward-del-count    pic 9(07) value zero.

        01  w-ins-count         pic 9(07) value zero.
        01  w-upd-count         pic 9(07) value zero.
        01  w-del-count         pic 9(07) value zero.
        01  result              usage pointer.
        01  errno               pic x(04).
        01  err-msg             pic x(80).
        01  w-rc-query          pic x(400).
        01  w-rc-status-col     pic x(10).
        01  w-rc-rows           pic 9(03).
        01  w-rc-outcome        pic x(20).
        01  w-rc-eod            pic x.
        01  w-rc-ending-sw      pic x value "N".
            88  w-rc-ending         value "Y".
        01  w-ward-rows         pic 9(09).
        01  w-ward-seed-sw      pic x value "N".
            88  w-ward-seed         value "Y".
      * bulk mode: one multi-row statement under construction per
      * kind - 1 cities insert, 2 cities_hist, 3 cities_ward
      * insert, 4 cities_ward_hist, 5 cities delete, 6 cities_ward
      * delete.  each takes entries behind its head until
      * BATCH-ROWS of them (or the statement's room) are in, then
      * goes to the database as one statement, closed by its tail
        01  w-bulk-parm         pic x(01).
        01  w-bulk-sw           pic x value "N".
            88  w-bulk-mode         value "Y".
        01  w-batch-rows        pic 9(04) value 100.
        01  w-bulk-table.
            03  w-bulk-entry    occurs 6 times.
                05  w-bk-head       pic x(50).
                05  w-bk-tail       pic x(01).
                05  w-bk-rows       pic 9(04).
                05  w-bk-ptr        pic 9(05).
                05  w-bk-text       pic x(16000).
        01  w-bk-ix             pic 9(01).
        01  w-bk-room           pic 9(05) value 15600.
        01  w-row-values        pic x(300).
        01  w-stmt-count        pic 9(07) value zero.

        01  w-rolled-back-sw    pic x value "N".
            88  w-rolled-back       value "Y".
        01  w-rc-rows-out       pic 9(06) value zero.
        01  w-sum-line          pic x(80).
        01  w-sum-count         pic 9(06).
        01  w-exit-code         pic 9(02) value zero.

      * the control totals posted to the control ledger, new side
      * only: every city record and ward line read, the ones
      * refused, and the usable wards that go to the table
        01  w-ldg-filename      pic x(256)
                       value "/var/tmp/plain_text/control.ldg".
        01  w-ldg-status        pic x(02).
        01  w-ldg-in-recs       pic 9(07) value zero.
        01  w-ldg-in-pop        pic 9(11) value zero.
        01  w-ldg-in-wards      pic 9(07) value zero.
        01  w-ldg-out-wards     pic 9(07) value zero.
        01  w-ldg-rej-recs      pic 9(07) value zero.
        01  w-ldg-rej-pop       pic 9(11) value zero.
        01  w-ldg-rej-wards     pic 9(07) value zero.
        01  w-ldg-commit-sw     pic x value "N".
            88  w-ldg-committed     value "Y".
        procedure       division.

        0000-mainline.
            end-if
            display "旧世代 : " w-old-filename(1:50)
            display "新世代 : " w-new-filename(1:50)
            if w-bulk-parm = "Y" or w-bulk-parm = "y"
               set w-bulk-mode to true
               perform 0400-set-bulk-heads
               display "一括モード：" w-batch-rows
                       "件ずつ反映します"
            end-if

            set w-old-side to true
            move w-old-filename to w-input-filename
            sort s-file on ascending key srt-key
                input procedure 1000-release-one-generation
                giving od-file
            set w-new-side to true
            move w-new-filename to w-input-filename
            sort s-file on ascending key srt-key
                input procedure 1000-release-one-generation
                giving nd-file

               display "テーブルは変更されていません"
               move "TRAILER MISMATCH" to w-rc-outcome
               move 6 to w-exit-code
               perform 8700-post-control-ledger
               perform 9800-write-run-summary
               move w-exit-code to return-code
               stop run
            end-if

            if w-ward-bad-count > zero
               display "新世代の区の明細が不正です"
               display "  不正件数: " w-ward-bad-count
               display "テーブルは変更されていません"
               move "WARD MISMATCH" to w-rc-outcome
               move 6 to w-exit-code
               perform 8700-post-control-ledger
               perform 9800-write-run-summary
               move w-exit-code to return-code
               stop run
               perform db-error
            end-if

            perform 2900-check-ward-table
            perform 3000-match-generations
            if w-bulk-mode
               perform 7200-bulk-flush-all
            end-if

      * a skipped record means the table no longer mirrors the
      * verified file - all-or-nothing says nothing goes in
               perform 8600-run-control-end
               call "MySQL_close"
               move 6 to w-exit-code
               perform 8700-post-control-ledger
               perform 9800-write-run-summary
               move w-exit-code to return-code
               stop run
            if return-code not = 0 then
               perform db-error
            end-if
            set w-ldg-committed to true

            compute w-chg-count = w-ins-count + w-upd-count
                                + w-del-count
            display "追加件数 : " w-ins-count
            display "更新件数 : " w-upd-count
            display "削除件数 : " w-del-count
            display "区 追加 : " w-ward-ins-count
            display "区 更新 : " w-ward-upd-count
            display "区 削除 : " w-ward-del-count
            if w-bulk-mode
               display "SQL文数 : " w-stmt-count
            end-if
            if w-skip-count > zero
               display "読み飛ばし: " w-skip-count
            end-if

            perform 8700-post-control-ledger
            perform 9800-write-run-summary

            display "*** 終了 ***"
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	(OLD-FILE, NEW-FILE, CATALOG) replace the catalog pick,
      *	so a rerun against explicit generations is possible;
      *	BULK=Y and BATCH-ROWS choose the bulk mode; LEDGER-FILE
      *	names the control ledger
      * ---------------------------------------------------------
        0300-read-control-file.
            move spaces to w-old-filename w-new-filename w-bulk-parm
            open input ctl-file
            if w-ctl-status not = "00"
               continue
                     move w-ctl-value to w-new-filename
                when "CATALOG"
                     move w-ctl-value to w-catalog-filename
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

      * ---------------------------------------------------------
      *	read one generation the way text_compare.cob does and
      *	RELEASE one record per usable city under its numeric id,
      *	and one per ward under its city's id and the ward name;
      *	the new side also runs the trailer check and the ward-sum
      *	check the commit is conditioned on
      * ---------------------------------------------------------
        1000-release-one-generation.
            move low-value to w-eof
            move "N" to w-grp-open-sw
            open input i-file
            read i-file into inp-rec at end move high-value to w-eof
            end-read
            perform until w-eof = high-value
               if inp-rec(1:1) = "W" and inp-rec(2:1) = x"09"
                  perform 1200-release-one-ward
               else
               perform 1300-close-ward-group
               if inp-rec(1:7) not = "TRAILER"
                  perform 1100-release-one-city
               else
                    at end move high-value to w-eof
               end-read
            end-perform
            perform 1300-close-ward-group
            close i-file.

        1100-release-one-city.
                     w-city-pop-text w-city-date-text
                     w-city-pref-text
            end-unstring
            if w-new-side
               add 1 to w-ldg-in-recs
               if function trim(w-city-pop-text) numeric
                  compute w-ldg-in-pop = w-ldg-in-pop
                        + function numval(w-city-pop-text)
               end-if
            end-if

            if w-city-id-text = space
                    or function trim(w-city-pop-text) not numeric
               if w-new-side
                  add 1 to w-ldg-rej-recs
                  if function trim(w-city-pop-text) numeric
                     compute w-ldg-rej-pop = w-ldg-rej-pop
                           + function numval(w-city-pop-text)
                  end-if
               end-if
            else
               unstring w-city-id-text delimited by "t"
                   into w-id-prefix w-id-digits
               end-unstring
               if function trim(w-id-digits) not numeric
                  if w-new-side
                     add 1 to w-ldg-rej-recs
                     compute w-ldg-rej-pop = w-ldg-rej-pop
                           + function numval(w-city-pop-text)
                  end-if
               else
                  compute srt-id = function numval(w-id-digits)

                     add w-city-pop-num to w-file-pop
                  end-if

                  move spaces           to srt-ward
                  move w-city-name-text to srt-name
                  move w-city-pop-text  to srt-pop
                  move function trim(w-city-date-text)
                                        to srt-date
                  move w-city-pref-text to srt-pref
                  release srt-rec

                  set w-grp-open to true
                  move srt-id to w-grp-city-id
                  compute w-grp-city-pop =
                          function numval(w-city-pop-text)
                  move zero to w-ward-sum w-ward-count
               end-if
            end-if.

      * ---------------------------------------------------------
      *	one ward line, released under the city it follows; a
      *	ward with no usable city ahead of it goes nowhere, the
      *	way its city did.  on the new side a ward must carry a
      *	numeric population and joins its group's sum
      * ---------------------------------------------------------
        1200-release-one-ward.
            move spaces to w-ward-flag w-ward-name-text
                           w-ward-pop-text
            unstring inp-rec delimited by x"09"
                into w-ward-flag w-ward-name-text w-ward-pop-text
            end-unstring
            if w-new-side
               add 1 to w-ldg-in-wards
            end-if
            if not w-grp-open or w-ward-name-text = space
               if w-new-side
                  display "親の市が無い区 : " w-ward-name-text
                  add 1 to w-ward-bad-count w-ldg-rej-wards
               end-if
            else
               if function trim(w-ward-pop-text) not numeric
                  if w-new-side
                     display "区の人口が数字でない : "
                             w-grp-city-id " " w-ward-name-text
                     add 1 to w-ward-bad-count w-ldg-rej-wards
                  end-if
               else
                  if w-new-side
                     add 1 to w-ldg-out-wards
                  end-if
                  move w-grp-city-id    to srt-id
                  move w-ward-name-text to srt-ward
                  move spaces           to srt-name srt-date
                                           srt-pref
                  move w-ward-pop-text  to srt-pop
                  release srt-rec
                  compute w-ward-sum = w-ward-sum
                        + function numval(w-ward-pop-text)
                  add 1 to w-ward-count
               end-if
            end-if.

      * ---------------------------------------------------------
      *	the group ends at the next city record, the trailer or
      *	end of file: on the new side, when ward lines turned up
      *	their sum must equal the city figure
      * ---------------------------------------------------------
        1300-close-ward-group.
            if w-new-side and w-grp-open and w-ward-count > zero
                    and w-ward-sum not = w-grp-city-pop
               display "区の合計が市の人口と不一致 : "
                       w-grp-city-id
               add 1 to w-ward-bad-count
            end-if
            move "N" to w-grp-open-sw
            move zero to w-ward-sum w-ward-count.

      * ---------------------------------------------------------
      *	same check as 3000-VERIFY-TRAILER in text_read.cob,
      *	against the new generation's own counts
               display "トレーラーの形式が不正です"
            end-if.

      * ---------------------------------------------------------
      *	an empty cities_ward (the table new, or never loaded since)
      *	cannot be matched against the old generation's wards, so
      *	the new generation's wards all go on as inserts instead
      * ---------------------------------------------------------
        2900-check-ward-table.
            move zero to w-ward-rows
            move "select count(*) from cities_ward" to w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-ward-rows
            if result = NULL then
               perform db-error
            end-if
            perform until w-rc-eod not = w-rc-eod
               call "MySQL_fetch_row" using result w-ward-rows
               if return-code = -1 then
                  exit perform
               end-if
            end-perform
            if w-ward-rows = zero
               set w-ward-seed to true
               display "cities_ward が空です"
               display "区はすべて追加します"
            end-if.

      * ---------------------------------------------------------
      *	classic two-file match on the sorted generations: an id
      *	only on the new side is inserted, only on the old side
      *	is deleted, on both sides a change becomes an update -
      *	and only the changed ids write history rows.  wards match
      *	the same way on the city id plus the ward name and land
      *	on cities_ward; while cities_ward is being seeded the old
      *	side's wards are passed over, so every new ward inserts
      * ---------------------------------------------------------
        3000-match-generations.
            open input od-file
            perform until w-old-eof = high-value
                    and w-new-eof = high-value
               evaluate true
                   when w-ward-seed and w-old-eof not = high-value
                        and old-ward not = space
                        perform 3100-read-old
                   when w-new-eof = high-value
                        perform 3300-delete-city
                        perform 3100-read-old
                   when w-old-eof = high-value
                        perform 3400-insert-city
                        perform 3200-read-new
                   when old-key < new-key
                        perform 3300-delete-city
                        perform 3100-read-old
                   when old-key > new-key
                        perform 3400-insert-city
                        perform 3200-read-new
                   when old-ward not = space
                        if old-pop not = new-pop
                           perform 3800-update-ward
                        end-if
                        perform 3100-read-old
                        perform 3200-read-new
                   when other
                        if old-name not = new-name
                           or old-pop not = new-pop
            inspect new-pref tallying w-quote-count for all quote.

        3300-delete-city.
            if old-ward not = space
               perform 3600-delete-ward
               exit paragraph
            end-if
            if w-bulk-mode
               move old-id to w-row-values
               move 5 to w-bk-ix
               perform 7000-bulk-add-row
            else
               move spaces to w-query
               string "delete from cities where a = "
                      delimited by size
                      old-id delimited by size
                      into w-query
               call "MySQL_query" using w-query
               if return-code not = 0 then
                  perform db-error
               end-if
            end-if
            move "D" to w-hist-action
            perform 5100-write-history-old
            add 1 to w-del-count.

        3400-insert-city.
            if new-ward not = space
               perform 3700-insert-ward
               exit paragraph
            end-if
            perform 3150-check-new-quotes
            if w-quote-count > 0
               display "不正文字を含むため読み飛ばし : "
                       new-id
               add 1 to w-skip-count
            else
               move spaces to w-row-values
               string "(" delimited by size
                      new-id delimited by size
                      "," delimited by size quote
                      function trim(new-name) delimited by size
                      quote "," delimited by size quote
                      function trim(new-pref) delimited by size
                      quote ")" delimited by size
                      into w-row-values
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
               move "I" to w-hist-action
               perform 5000-write-history-new
               add 1 to w-upd-count
            end-if.

      * ---------------------------------------------------------
      *	a ward gone from the new generation (its city's own
      *	delete, when the city went too, comes just ahead of it)
      * ---------------------------------------------------------
        3600-delete-ward.
            move zero to w-quote-count
            inspect old-ward tallying w-quote-count for all quote
            if w-quote-count > 0
               display "不正文字を含むため読み飛ばし : "
                       old-id " " old-ward
               add 1 to w-skip-count
               exit paragraph
            end-if
            move old-id to wa
            move old-ward to wname
            compute wpop = function numval(old-pop)
            if w-bulk-mode
               move spaces to w-row-values
               string "(" wa "," quote
                      function trim(wname) delimited by size
                      quote ")" delimited by size
                      into w-row-values
               move 6 to w-bk-ix
               perform 7000-bulk-add-row
            else
               move spaces to w-query
               string "delete from cities_ward where a = "
                      wa " and w = " quote
                      function trim(wname) delimited by size
                      quote delimited by size
                      into w-query
               call "MySQL_query" using w-query
               if return-code not = 0 then
                  perform db-error
               end-if
            end-if
            move "D" to w-hist-action
            perform 5200-write-ward-history
            add 1 to w-ward-del-count.

      * ---------------------------------------------------------
      *	a ward new in this generation, after its city's insert
      *	when the city is new too
      * ---------------------------------------------------------
        3700-insert-ward.
            move zero to w-quote-count
            inspect new-ward tallying w-quote-count for all quote
            if w-quote-count > 0
               display "不正文字を含むため読み飛ばし : "
                       new-id " " new-ward
               add 1 to w-skip-count
               exit paragraph
            end-if
            move new-id to wa
            move new-ward to wname
            compute wpop = function numval(new-pop)
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
            move "I" to w-hist-action
            perform 5200-write-ward-history
            add 1 to w-ward-ins-count.

      * ---------------------------------------------------------
      *	a ward on both sides whose population moved; the history
      *	row carries the before-image, as a city update's does
      * ---------------------------------------------------------
        3800-update-ward.
            move zero to w-quote-count
            inspect new-ward tallying w-quote-count for all quote
            if w-quote-count > 0
               display "不正文字を含むため読み飛ばし : "
                       new-id " " new-ward
               add 1 to w-skip-count
               exit paragraph
            end-if
            move new-id to wa
            move new-ward to wname
            compute wpop = function numval(new-pop)
            move spaces to w-query
            string "update cities_ward set c = " wpop
                   " where a = " wa " and w = " quote
                   function trim(wname) delimited by size
                   quote delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            compute wpop = function numval(old-pop)
            move "U" to w-hist-action
            perform 5200-write-ward-history
            add 1 to w-ward-upd-count.

      * ---------------------------------------------------------
      *	one cities_hist row carrying the new-side values (inserts)
      * ---------------------------------------------------------
        5000-write-history-new.
            move spaces to w-row-values
            string "(" delimited by size
                   new-id delimited by size
                   "," delimited by size quote
                   function trim(new-name) delimited by size
                   function trim(new-pref) delimited by size
                   quote "," delimited by size quote
                   w-hist-action delimited by size
                   quote ",'mysql-delta',now(),'BATCH')"
                   delimited by size
                   into w-row-values
            perform 5300-send-history-row.

      * ---------------------------------------------------------
      *	one cities_hist row carrying the old-side before-image
               display "不正文字のため履歴不能 : " old-id
               add 1 to w-skip-count
            else
               move spaces to w-row-values
               string "(" delimited by size
                      old-id delimited by size
                      "," delimited by size quote
                      function trim(old-name) delimited by size
                      function trim(old-pref) delimited by size
                      quote "," delimited by size quote
                      w-hist-action delimited by size
                      quote ",'mysql-delta',now(),'BATCH')"
                      delimited by size
                      into w-row-values
               perform 5300-send-history-row
            end-if.

      * ---------------------------------------------------------
      *	one cities_ward_hist row from wa / wname / wpop - the new
      *	values on an insert, the before-image otherwise
      * ---------------------------------------------------------
        5200-write-ward-history.
            move spaces to w-row-values
            string "(" wa "," quote
                   function trim(wname) delimited by size
                   quote "," wpop "," quote
                   w-hist-action
                   quote ",'mysql-delta',now(),'BATCH')"
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
      *	the cities_hist value list 5000 or 5100 built, sent on
      *	its own or onto the bulk statement
      * ---------------------------------------------------------
        5300-send-history-row.
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
      *	the head (and the tail) each bulk statement is built
      *	between, by kind
      * ---------------------------------------------------------
        0400-set-bulk-heads.
            move "insert into cities values" to w-bk-head(1)
            move "insert into cities_hist values" to w-bk-head(2)
            move "insert into cities_ward values" to w-bk-head(3)
            move "insert into cities_ward_hist values"
              to w-bk-head(4)
            move "delete from cities where a in (" to w-bk-head(5)
            move "delete from cities_ward where (a, w) in ("
              to w-bk-head(6)
            perform varying w-bk-ix from 1 by 1 until w-bk-ix > 6
               move zero to w-bk-rows(w-bk-ix)
               move space to w-bk-tail(w-bk-ix)
            end-perform
            move ")" to w-bk-tail(5) w-bk-tail(6).

      * ---------------------------------------------------------
      *	one entry (w-row-values) onto kind w-bk-ix's statement;
      *	a full statement goes to the database at once
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
               if w-bk-tail(w-bk-ix) not = space
                  string w-bk-tail(w-bk-ix) delimited by size
                         into w-bk-text(w-bk-ix)
                         with pointer w-bk-ptr(w-bk-ix)
               end-if
               call "MySQL_query" using w-bk-text(w-bk-ix)
               if return-code not = 0 then
                  perform db-error
               end-if
               add 1 to w-stmt-count
               move zero to w-bk-rows(w-bk-ix)
            end-if.

      * ---------------------------------------------------------
      *	what is left on every kind's statement goes in before the
      *	skip count decides between commit and rollback
      * ---------------------------------------------------------
        7200-bulk-flush-all.
            perform varying w-bk-ix from 1 by 1 until w-bk-ix > 6
               perform 7100-bulk-flush
            end-perform.

      * ---------------------------------------------------------
      *	refuse a second start for today's cycle unless the
      *	operator overrides, then mark this run RUNNING on the

            move spaces to w-rc-query
            string "insert into run_control values (curdate(),"
                   "'mysql-delta',now(),null,0,'','RUNNING',"
                   "'BATCH',0)"
                   delimited by size into w-rc-query
            call "MySQL_query" using w-rc-query
            if return-code not = 0 then

      * ---------------------------------------------------------
      *	close today's RUNNING row with the end time, the record
      *	count, the throughput (the new generation's city records
      *	per second, at least one second counted) and the outcome
      * ---------------------------------------------------------
        8600-run-control-end.
            move spaces to w-rc-query
            string "update run_control set end_ts = now()"
                   ", rec_count = " delimited by size
                   w-rc-rows-out delimited by size
                   ", rate = round(" delimited by size
                   w-file-records delimited by size
                   " / greatest(timestampdiff(second, start_ts,"
                   " now()), 1))" delimited by size
                   ", outcome = '" delimited by size
                   function trim(w-rc-outcome) delimited by size
                   "', status = '" delimited by size
            move w-exit-code to return-code
            stop run.

      * ---------------------------------------------------------
      *	append this run's control totals to the control ledger
      *	(created by the first run to post): the new generation
      *	in, the cities table out.  the delta only touches the
      *	changed ids, but a committed delta leaves the table
      *	holding exactly the new generation's usable records, so
      *	those are its output totals; a run stopped or rolled
      *	back put nothing on the table and posts zero
      * ---------------------------------------------------------
        8700-post-control-ledger.
            open extend l-file
            if w-ldg-status = "35"
               open output l-file
            end-if
            move spaces to ldg-rec
            accept ldg-run-date from date yyyymmdd
            move "mysql-delta" to ldg-program
            accept ldg-time from time
            move w-new-filename to ldg-in-name
            move w-ldg-in-recs to ldg-in-recs
            move w-ldg-in-pop to ldg-in-pop
            move w-ldg-in-wards to ldg-in-wards
            move "TABLE:cities" to ldg-out-name
            if w-ldg-committed
               move w-file-records to ldg-out-recs
               move w-file-pop to ldg-out-pop
               move w-ldg-out-wards to ldg-out-wards
            else
               move zero to ldg-out-recs ldg-out-pop ldg-out-wards
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
            compute w-sum-count = w-ward-ins-count
                                + w-ward-upd-count + w-ward-del-count
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

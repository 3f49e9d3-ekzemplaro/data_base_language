      * ---------------------------------------------------------
      *	mysql_prefect.cob
      *
      *	maintenance of the prefectures reference table: the same
      *	paged, numbered console list mysql_operator.cob uses, an
      *	add, and for a picked prefecture a name change, a region
      *	change, new effective dates and a stop / reinstate.  a
      *	prefecture is never deleted - its code stays on cities,
      *	cities_arch and cities_hist - a retired one is stopped or
      *	given an end date instead.  every change writes its row
      *	to prefectures_hist in the same transaction (the new
      *	values on an I, the before-image on a U) with this
      *	program's name, the time and the operator, so the table
      *	answers "who moved 三重 to 近畿, and when".  anyone
      *	signed on may browse; only a supervisor may change.
      *	prefect.txt is not touched here: mysql_prefout.cob
      *	regenerates it from the table for the text programs.
      *	connects the same way test1 does.
      *
      *	prefectures columns, in order: code (the JIS code, two
      *	digits), name, region (中部, 近畿, ...), eff_from, eff_to
      *	(9999-12-31 while open-ended), active (Y or N).  the
      *	table and its first rows are put on by conversion 7 of
      *	mysql_convert.cob.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-prefect.
        data            division.
        working-storage section.
        01  cid              usage pointer.
        01  result           usage pointer.
        01  errno            pic x(04).
        01  err-msg          pic x(80).
        01  eod              pic x.
        01  w-query          pic x(300).
        01  w-hist-query     pic x(300).
        01  w-quote-count    pic 9(03) value zero.
        01  w-in-trans-sw    pic x value "N".
            88  w-in-trans       value "Y".

      * the prefectures currently listed
        01  w-pref-table.
            03  w-pref-entry    occurs 100 times.
                05  w-tbl-code      pic x(02).
                05  w-tbl-name      pic x(20).
                05  w-tbl-region    pic x(20).
                05  w-tbl-from      pic x(10).
                05  w-tbl-to        pic x(10).
                05  w-tbl-active    pic x(01).
        01  w-pref-count     pic 9(04) value zero.
        01  w-page-top       pic 9(04) value 1.
        01  w-page-size      pic 9(02) value 10.
        01  w-list-ix        pic 9(04).
        01  w-list-end       pic 9(04).
        01  w-row-ed         pic zzz9.

        01  w-f-code         pic x(02).
        01  w-f-name         pic x(20).
        01  w-f-region       pic x(20).
        01  w-f-from         pic x(10).
        01  w-f-to           pic x(10).
        01  w-f-active       pic x(01).

        01  w-cmd            pic x(04).
        01  w-pick           pic 9(04).
        01  w-sel            pic 9(04).
        01  w-confirm        pic x(01).
        01  w-done-sw        pic x value "N".
            88  w-done           value "Y".
        01  w-detail-done-sw pic x value "N".
            88  w-detail-done    value "Y".

        01  w-new-code       pic x(02).
        01  w-new-name       pic x(20).
        01  w-new-region     pic x(20).
        01  w-new-from       pic x(10).
        01  w-new-to         pic x(10).
        01  w-new-active     pic x(01).
        01  w-dup-count      pic 9(03).
        01  w-set-clause     pic x(120).
        01  w-audit-action   pic x(01).

      * a keyed date must read YYYY-MM-DD with a real month and
      * day
        01  w-chk-date       pic x(10).
        01  w-chk-month      pic 9(02).
        01  w-chk-day        pic 9(02).
        01  w-date-ok-sw     pic x.
            88  w-date-ok        value "Y".

      * the signed-on operator, from the operators table (opr_id,
      * opr_name, role, pin, active); the role decides what this
      * operator may do - B browse only, M maintain, S supervisor
        01  w-opr-id         pic x(08).
        01  w-opr-pin        pic x(08).
        01  w-opr-name       pic x(20).
        01  w-opr-role       pic x(01).
            88  w-opr-may-change    value "M" "S".
            88  w-opr-supervisor    value "S".
        01  w-opr-found      pic 9(01) value zero.
        01  w-opr-tries      pic 9(01) value zero.
        procedure       division.

        0000-mainline.
            display "*** 開始 ***"

            call "MySQL_init" using cid
            if return-code not = 0 then
               perform db-error
            end-if

            call "MySQL_real_connect"
                        using "host_mysql" "scott"  "tiger"
            if return-code not = 0 then
               perform db-error
            end-if

            call "MySQL_selectdb" using "city"
            if return-code not = 0 then
               perform db-error
            end-if

            perform 0200-sign-on
            if w-opr-found = zero
               display "サインオンできません"
               call "MySQL_close"
               stop run
            end-if
            if not w-opr-supervisor
               display "照会のみ (変更は承認者のみ)"
            end-if

            perform 1500-load-rows

            perform until w-done
               perform 2000-show-page
               perform 2100-handle-command
            end-perform

            call "MySQL_close"

            display "*** 終了 ***"
            stop run.

      * ---------------------------------------------------------
      *	sign-on against the operators table: three tries at the
      *	id and pin of an active operator; w-opr-found stays zero
      *	when all three fail
      * ---------------------------------------------------------
        0200-sign-on.
            move zero to w-opr-tries
            move zero to w-opr-found
            perform until w-opr-found > zero or w-opr-tries >= 3
               add 1 to w-opr-tries
               display "担当者ID："
               accept w-opr-id
               display "暗証番号："
               accept w-opr-pin
               perform 0210-check-operator
               if w-opr-found = zero
                  display "IDまたは暗証番号が違います"
               end-if
            end-perform
            if w-opr-found > zero
               display "担当者　: " w-opr-id " " w-opr-name
            end-if.

        0210-check-operator.
            move zero to w-quote-count
            inspect w-opr-id tallying w-quote-count for all quote
            inspect w-opr-pin tallying w-quote-count for all quote
            if w-quote-count > 0 or w-opr-id = space
               exit paragraph
            end-if
            move spaces to w-query
            string "select opr_name, role from operators"
                   " where opr_id = '" delimited by size
                   function trim(w-opr-id) delimited by size
                   "' and pin = '" delimited by size
                   function trim(w-opr-pin) delimited by size
                   "' and active = 'Y'" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-opr-name
                        w-opr-role
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-opr-name
                           w-opr-role
               if return-code = -1 then
                  exit perform
               end-if
               move 1 to w-opr-found
            end-perform.

      * ---------------------------------------------------------
      *	(re)load the prefecture list in code order
      * ---------------------------------------------------------
        1500-load-rows.
            move zero to w-pref-count
            move 1 to w-page-top
            move spaces to w-query
            string "select code, name, region, eff_from, eff_to,"
                   " active from prefectures order by code"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-f-code w-f-name
                        w-f-region w-f-from w-f-to w-f-active
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-f-code w-f-name
                           w-f-region w-f-from w-f-to w-f-active
               if return-code = -1 then
                  exit perform
               end-if
               if w-pref-count < 100
                  add 1 to w-pref-count
                  move w-f-code   to w-tbl-code(w-pref-count)
                  move w-f-name   to w-tbl-name(w-pref-count)
                  move w-f-region to w-tbl-region(w-pref-count)
                  move w-f-from   to w-tbl-from(w-pref-count)
                  move w-f-to     to w-tbl-to(w-pref-count)
                  move w-f-active to w-tbl-active(w-pref-count)
               end-if
            end-perform.

      * ---------------------------------------------------------
      *	one page of the list, each prefecture numbered for
      *	picking
      * ---------------------------------------------------------
        2000-show-page.
            display " "
            display "--- 都道府県一覧 (" w-page-top
                    "行目から) ---"
            if w-pref-count = zero
               display "該当行がありません"
            end-if
            compute w-list-end = w-page-top + w-page-size - 1
            if w-list-end > w-pref-count
               move w-pref-count to w-list-end
            end-if
            perform varying w-list-ix from w-page-top by 1
                    until w-list-ix > w-list-end
               move w-list-ix to w-row-ed
               display w-row-ed ": " w-tbl-code(w-list-ix) " "
                       w-tbl-name(w-list-ix) " "
                       w-tbl-region(w-list-ix) " "
                       w-tbl-from(w-list-ix) "〜"
                       w-tbl-to(w-list-ix) " 有効:"
                       w-tbl-active(w-list-ix)
            end-perform.

      * ---------------------------------------------------------
      *	N = next page, P = previous page, a row number picks the
      *	prefecture, A = add a prefecture, X = exit
      * ---------------------------------------------------------
        2100-handle-command.
            display "N=次頁 P=前頁 行番号=選択"
            display "A=追加 X=終了："
            accept w-cmd
            evaluate w-cmd
                when "N"
                when "n"
                     if w-page-top + w-page-size <= w-pref-count
                        add w-page-size to w-page-top
                     end-if
                when "P"
                when "p"
                     if w-page-top > w-page-size
                        subtract w-page-size from w-page-top
                     else
                        move 1 to w-page-top
                     end-if
                when "A"
                when "a"
                     if w-opr-supervisor
                        perform 4000-add-prefecture
                     else
                        display "変更の権限がありません"
                     end-if
                when "X"
                when "x"
                     set w-done to true
                when other
                     if function trim(w-cmd) numeric
                             and w-cmd not = space
                        compute w-pick =
                                function numval(w-cmd)
                        if w-pick >= 1 and w-pick <= w-pref-count
                           move w-pick to w-sel
                           perform 3000-detail-view
                        else
                           display "行番号が範囲外です"
                        end-if
                     else
                        display "コマンドが不明です"
                     end-if
            end-evaluate.

      * ---------------------------------------------------------
      *	one prefecture in detail: name, region, effective dates,
      *	stop or reinstate, or back
      * ---------------------------------------------------------
        3000-detail-view.
            move "N" to w-detail-done-sw
            perform until w-detail-done
               display " "
               display "コード　: " w-tbl-code(w-sel)
               display "名称　　: " w-tbl-name(w-sel)
               display "地方　　: " w-tbl-region(w-sel)
               display "有効期間: " w-tbl-from(w-sel) " 〜 "
                       w-tbl-to(w-sel)
               display "有効　　: " w-tbl-active(w-sel)
               if not w-opr-supervisor
                  display "B=戻る："
               else
                  display "N=名称 R=地方 E=有効期間"
                  display "S=停止/再開 B=戻る："
               end-if
               accept w-cmd
               if not w-opr-supervisor
                       and w-cmd not = "B" and w-cmd not = "b"
                  display "変更の権限がありません"
                  move "B" to w-cmd
               end-if
               evaluate w-cmd
                   when "N"
                   when "n"
                        perform 3100-change-name
                        set w-detail-done to true
                   when "R"
                   when "r"
                        perform 3200-change-region
                        set w-detail-done to true
                   when "E"
                   when "e"
                        perform 3300-change-dates
                        set w-detail-done to true
                   when "S"
                   when "s"
                        perform 3400-stop-or-reinstate
                        set w-detail-done to true
                   when "B"
                   when "b"
                        set w-detail-done to true
                   when other
                        display "コマンドが不明です"
               end-evaluate
            end-perform.

        3100-change-name.
            display "新しい名称："
            accept w-new-name
            move zero to w-quote-count
            inspect w-new-name tallying w-quote-count for all quote
            if w-new-name = space or w-quote-count > 0
               display "名称が不正です"
               exit paragraph
            end-if
            move spaces to w-set-clause
            string "name = '" function trim(w-new-name) "'"
                   delimited by size into w-set-clause
            perform 5000-apply-change
            display "名称を変更しました : " w-tbl-code(w-sel).

        3200-change-region.
            display "新しい地方 (例 中部, 近畿)："
            accept w-new-region
            move zero to w-quote-count
            inspect w-new-region tallying w-quote-count for all quote
            if w-new-region = space or w-quote-count > 0
               display "地方が不正です"
               exit paragraph
            end-if
            move spaces to w-set-clause
            string "region = '" function trim(w-new-region) "'"
                   delimited by size into w-set-clause
            perform 5000-apply-change
            display "地方を変更しました : " w-tbl-code(w-sel).

      * ---------------------------------------------------------
      *	new effective dates; a blank end date means open-ended
      * ---------------------------------------------------------
        3300-change-dates.
            display "有効開始日 (YYYY-MM-DD)："
            accept w-new-from
            display "有効終了日 (YYYY-MM-DD, 空白=無期限)："
            accept w-new-to
            if w-new-to = space
               move "9999-12-31" to w-new-to
            end-if
            move w-new-from to w-chk-date
            perform 6000-check-date
            if not w-date-ok
               display "開始日が不正です"
               exit paragraph
            end-if
            move w-new-to to w-chk-date
            perform 6000-check-date
            if not w-date-ok
               display "終了日が不正です"
               exit paragraph
            end-if
            if w-new-to < w-new-from
               display "終了日が開始日より前です"
               exit paragraph
            end-if
            move spaces to w-set-clause
            string "eff_from = '" w-new-from "', eff_to = '"
                   w-new-to "'"
                   delimited by size into w-set-clause
            perform 5000-apply-change
            display "有効期間を変更しました : "
                    w-tbl-code(w-sel).

      * ---------------------------------------------------------
      *	a stopped prefecture drops out of the next prefect.txt,
      *	so the text programs stop accepting its code; the row
      *	stays so the code still explains the cities that carry it
      * ---------------------------------------------------------
        3400-stop-or-reinstate.
            if w-tbl-active(w-sel) = "Y"
               move "N" to w-new-active
               display "この都道府県を停止しますか(Y/N)："
            else
               move "Y" to w-new-active
               display "この都道府県を再開しますか(Y/N)："
            end-if
            accept w-confirm
            if w-confirm not = "Y" and w-confirm not = "y"
               display "取り消しました"
               exit paragraph
            end-if
            move spaces to w-set-clause
            string "active = '" w-new-active "'"
                   delimited by size into w-set-clause
            perform 5000-apply-change
            display "変更しました : " w-tbl-code(w-sel).

      * ---------------------------------------------------------
      *	a new prefecture: a two-digit code not already on the
      *	table, name, region and effective dates; it goes on
      *	active with its 'I' row on prefectures_hist
      * ---------------------------------------------------------
        4000-add-prefecture.
            display "コード (2桁)："
            accept w-new-code
            display "名称："
            accept w-new-name
            display "地方 (例 中部, 近畿)："
            accept w-new-region
            display "有効開始日 (YYYY-MM-DD)："
            accept w-new-from
            display "有効終了日 (YYYY-MM-DD, 空白=無期限)："
            accept w-new-to
            if w-new-to = space
               move "9999-12-31" to w-new-to
            end-if

            move zero to w-quote-count
            inspect w-new-name tallying w-quote-count for all quote
            inspect w-new-region tallying w-quote-count for all quote
            if w-quote-count > 0
               display "' は使用できません"
               exit paragraph
            end-if
            if w-new-code not numeric
               display "コードは2桁の数字です"
               exit paragraph
            end-if
            if w-new-name = space or w-new-region = space
               display "名称と地方が必要です"
               exit paragraph
            end-if
            move w-new-from to w-chk-date
            perform 6000-check-date
            if not w-date-ok
               display "開始日が不正です"
               exit paragraph
            end-if
            move w-new-to to w-chk-date
            perform 6000-check-date
            if not w-date-ok or w-new-to < w-new-from
               display "終了日が不正です"
               exit paragraph
            end-if

            move zero to w-dup-count
            move spaces to w-query
            string "select code from prefectures where code = '"
                   w-new-code "'"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-f-code
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-f-code
               if return-code = -1 then
                  exit perform
               end-if
               add 1 to w-dup-count
            end-perform
            if w-dup-count > zero
               display "このコードは登録済みです"
               exit paragraph
            end-if

            perform 5100-start-transaction
            move spaces to w-query
            string "insert into prefectures values ('"
                   w-new-code "','"
                   function trim(w-new-name) "','"
                   function trim(w-new-region) "','"
                   w-new-from "','" w-new-to "','Y')"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            move "I" to w-audit-action
            move w-new-code to w-f-code
            perform 5200-write-audit-row
            perform 5300-commit
            display "追加しました : " w-new-code
            perform 1500-load-rows.

      * ---------------------------------------------------------
      *	one change to the picked prefecture: the before-image
      *	goes on prefectures_hist, then the update, in one
      *	transaction
      * ---------------------------------------------------------
        5000-apply-change.
            perform 5100-start-transaction
            move "U" to w-audit-action
            move w-tbl-code(w-sel) to w-f-code
            perform 5200-write-audit-row
            move spaces to w-query
            string "update prefectures set "
                   function trim(w-set-clause)
                   " where code = '" w-tbl-code(w-sel) "'"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            perform 5300-commit
            perform 1500-load-rows.

        5100-start-transaction.
            call "MySQL_query" using "start transaction"
            if return-code not = 0 then
               perform db-error
            end-if
            set w-in-trans to true.

      * ---------------------------------------------------------
      *	the row for code w-f-code as it stands, with the action
      *	(I after an insert, U before an update), this program,
      *	now() and the operator
      * ---------------------------------------------------------
        5200-write-audit-row.
            move spaces to w-hist-query
            string "insert into prefectures_hist select code, name,"
                   " region, eff_from, eff_to, active, '"
                   w-audit-action "', 'mysql-prefect', now(), '"
                   function trim(w-opr-id)
                   "' from prefectures where code = '"
                   w-f-code "'"
                   delimited by size into w-hist-query
            call "MySQL_query" using w-hist-query
            if return-code not = 0 then
               perform db-error
            end-if.

        5300-commit.
            call "MySQL_query" using "commit"
            if return-code not = 0 then
               perform db-error
            end-if
            move "N" to w-in-trans-sw.

        6000-check-date.
            move "N" to w-date-ok-sw
            if w-chk-date(1:4) numeric and w-chk-date(5:1) = "-"
                    and w-chk-date(6:2) numeric
                    and w-chk-date(8:1) = "-"
                    and w-chk-date(9:2) numeric
               move w-chk-date(6:2) to w-chk-month
               move w-chk-date(9:2) to w-chk-day
               if w-chk-month >= 1 and w-chk-month <= 12
                       and w-chk-day >= 1 and w-chk-day <= 31
                  set w-date-ok to true
               end-if
            end-if.

      * error: a change under way is rolled back, so the table
      * and its audit trail never part company
        db-error.
            call "MySQL_errno" using errno
            display errno ":"
            call "MySQL_error" using err-msg
            display err-msg
            if w-in-trans
               call "MySQL_query" using "rollback"
               display "変更は取り消されました"
            end-if
            stop run.

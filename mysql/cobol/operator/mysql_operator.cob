      * ---------------------------------------------------------
      *	mysql_operator.cob
      *
      *	maintenance of the operators table the maintenance
      *	programs sign on against (mysql_maintain.cob,
      *	mysql_write.cob, mysql_archive.cob, mysql_approve.cob,
      *	mysql_convert.cob, text_restore.cob): the same paged,
      *	numbered console list mysql_maintain.cob uses, an add,
      *	and for a picked operator a role change, a pin reset
      *	and a stop / reinstate.  operators are never deleted -
      *	their ids stay on cities_hist, run_control and
      *	cities_pend - a leaver is stopped instead.  only a
      *	signed-on supervisor may run it, and a supervisor cannot
      *	stop or demote their own id, so the last supervisor
      *	cannot lock everyone out.  connects the same way test1
      *	does.
      *
      *	operators columns, in order: opr_id, opr_name, role
      *	(B browse only, M maintain, S supervisor), pin, active
      *	(Y or N).  conversion 8 of mysql_convert.cob creates the
      *	table and puts the first supervisor on it.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-operator.
        data            division.
        working-storage section.
        01  cid              usage pointer.
        01  result           usage pointer.
        01  errno            pic x(04).
        01  err-msg          pic x(80).
        01  eod              pic x.
        01  w-query          pic x(300).
        01  w-quote-count    pic 9(03) value zero.

      * the operators currently listed
        01  w-opr-table.
            03  w-opr-entry     occurs 500 times.
                05  w-tbl-id        pic x(08).
                05  w-tbl-name      pic x(20).
                05  w-tbl-role      pic x(01).
                05  w-tbl-active    pic x(01).
        01  w-opr-count      pic 9(04) value zero.
        01  w-page-top       pic 9(04) value 1.
        01  w-page-size      pic 9(02) value 10.
        01  w-list-ix        pic 9(04).
        01  w-list-end       pic 9(04).
        01  w-row-ed         pic zzz9.

        01  w-f-id           pic x(08).
        01  w-f-name         pic x(20).
        01  w-f-role         pic x(01).
        01  w-f-active       pic x(01).

        01  w-cmd            pic x(04).
        01  w-pick           pic 9(04).
        01  w-sel            pic 9(04).
        01  w-confirm        pic x(01).
        01  w-done-sw        pic x value "N".
            88  w-done           value "Y".
        01  w-detail-done-sw pic x value "N".
            88  w-detail-done    value "Y".

        01  w-new-id         pic x(08).
        01  w-new-name       pic x(20).
        01  w-new-role       pic x(01).
            88  w-new-role-ok    value "B" "M" "S".
        01  w-new-pin        pic x(08).
        01  w-new-active     pic x(01).
        01  w-dup-count      pic 9(03).

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
               display "担当者管理の権限がありません"
               call "MySQL_close"
               stop run
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
      *	(re)load the operator list; the pin is never fetched
      * ---------------------------------------------------------
        1500-load-rows.
            move zero to w-opr-count
            move 1 to w-page-top
            move spaces to w-query
            string "select opr_id, opr_name, role, active"
                   " from operators order by opr_id"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-f-id w-f-name
                        w-f-role w-f-active
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-f-id w-f-name
                           w-f-role w-f-active
               if return-code = -1 then
                  exit perform
               end-if
               if w-opr-count < 500
                  add 1 to w-opr-count
                  move w-f-id     to w-tbl-id(w-opr-count)
                  move w-f-name   to w-tbl-name(w-opr-count)
                  move w-f-role   to w-tbl-role(w-opr-count)
                  move w-f-active to w-tbl-active(w-opr-count)
               end-if
            end-perform.

      * ---------------------------------------------------------
      *	one page of the list, each operator numbered for picking
      * ---------------------------------------------------------
        2000-show-page.
            display " "
            display "--- 担当者一覧 (" w-page-top
                    "行目から) ---"
            if w-opr-count = zero
               display "該当行がありません"
            end-if
            compute w-list-end = w-page-top + w-page-size - 1
            if w-list-end > w-opr-count
               move w-opr-count to w-list-end
            end-if
            perform varying w-list-ix from w-page-top by 1
                    until w-list-ix > w-list-end
               move w-list-ix to w-row-ed
               display w-row-ed ": " w-tbl-id(w-list-ix) " "
                       w-tbl-name(w-list-ix) " 権限:"
                       w-tbl-role(w-list-ix) " 有効:"
                       w-tbl-active(w-list-ix)
            end-perform.

      * ---------------------------------------------------------
      *	N = next page, P = previous page, a row number picks the
      *	operator, A = add an operator, X = exit
      * ---------------------------------------------------------
        2100-handle-command.
            display "N=次頁 P=前頁 行番号=選択"
            display "A=追加 X=終了："
            accept w-cmd
            evaluate w-cmd
                when "N"
                when "n"
                     if w-page-top + w-page-size <= w-opr-count
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
                     perform 4000-add-operator
                when "X"
                when "x"
                     set w-done to true
                when other
                     if function trim(w-cmd) numeric
                             and w-cmd not = space
                        compute w-pick =
                                function numval(w-cmd)
                        if w-pick >= 1 and w-pick <= w-opr-count
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
      *	one operator in detail: role change, pin reset, stop or
      *	reinstate, or back
      * ---------------------------------------------------------
        3000-detail-view.
            move "N" to w-detail-done-sw
            perform until w-detail-done
               display " "
               display "担当者ID: " w-tbl-id(w-sel)
               display "氏名　　: " w-tbl-name(w-sel)
               display "権限　　: " w-tbl-role(w-sel)
                       " (B=照会 M=更新 S=承認)"
               display "有効　　: " w-tbl-active(w-sel)
               display "R=権限変更 P=暗証番号 S=停止/再開"
               display "B=戻る："
               accept w-cmd
               evaluate w-cmd
                   when "R"
                   when "r"
                        perform 3100-change-role
                        set w-detail-done to true
                   when "P"
                   when "p"
                        perform 3200-reset-pin
                        set w-detail-done to true
                   when "S"
                   when "s"
                        perform 3300-stop-or-reinstate
                        set w-detail-done to true
                   when "B"
                   when "b"
                        set w-detail-done to true
                   when other
                        display "コマンドが不明です"
               end-evaluate
            end-perform.

      * ---------------------------------------------------------
      *	a supervisor may not demote their own id
      * ---------------------------------------------------------
        3100-change-role.
            if w-tbl-id(w-sel) = w-opr-id
               display "自分の権限は変更できません"
               exit paragraph
            end-if
            display "新しい権限 (B/M/S)："
            accept w-new-role
            if not w-new-role-ok
               display "権限は B, M, S のいずれかです"
               exit paragraph
            end-if
            move spaces to w-query
            string "update operators set role = '" delimited by size
                   w-new-role delimited by size
                   "' where opr_id = '" delimited by size
                   function trim(w-tbl-id(w-sel)) delimited by size
                   "'" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            display "権限を変更しました : " w-tbl-id(w-sel)
            perform 1500-load-rows.

        3200-reset-pin.
            display "新しい暗証番号："
            accept w-new-pin
            if w-new-pin = space
               display "暗証番号が必要です"
               exit paragraph
            end-if
            move zero to w-quote-count
            inspect w-new-pin tallying w-quote-count for all quote
            if w-quote-count > 0
               display "暗証番号に ' は"
                       "使用できません"
               exit paragraph
            end-if
            move spaces to w-query
            string "update operators set pin = '" delimited by size
                   function trim(w-new-pin) delimited by size
                   "' where opr_id = '" delimited by size
                   function trim(w-tbl-id(w-sel)) delimited by size
                   "'" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            display "暗証番号を変更しました : "
                    w-tbl-id(w-sel)
            perform 1500-load-rows.

      * ---------------------------------------------------------
      *	a stopped operator can no longer sign on; the row stays
      *	so the id still explains the history it left behind
      * ---------------------------------------------------------
        3300-stop-or-reinstate.
            if w-tbl-id(w-sel) = w-opr-id
               display "自分は停止できません"
               exit paragraph
            end-if
            if w-tbl-active(w-sel) = "Y"
               move "N" to w-new-active
               display "この担当者を停止しますか(Y/N)："
            else
               move "Y" to w-new-active
               display "この担当者を再開しますか(Y/N)："
            end-if
            accept w-confirm
            if w-confirm not = "Y" and w-confirm not = "y"
               display "取り消しました"
               exit paragraph
            end-if
            move spaces to w-query
            string "update operators set active = '"
                   delimited by size
                   w-new-active delimited by size
                   "' where opr_id = '" delimited by size
                   function trim(w-tbl-id(w-sel)) delimited by size
                   "'" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            display "変更しました : " w-tbl-id(w-sel)
            perform 1500-load-rows.

      * ---------------------------------------------------------
      *	a new operator: id, name, role and first pin; an id
      *	already on the table (stopped or not) is refused
      * ---------------------------------------------------------
        4000-add-operator.
            display "担当者ID："
            accept w-new-id
            display "氏名："
            accept w-new-name
            display "権限 (B/M/S)："
            accept w-new-role
            display "暗証番号："
            accept w-new-pin

            move zero to w-quote-count
            inspect w-new-id tallying w-quote-count for all quote
            inspect w-new-name tallying w-quote-count for all quote
            inspect w-new-pin tallying w-quote-count for all quote
            if w-quote-count > 0
               display "' は使用できません"
               exit paragraph
            end-if
            if w-new-id = space or w-new-pin = space
               display "担当者IDと暗証番号が必要です"
               exit paragraph
            end-if
            if not w-new-role-ok
               display "権限は B, M, S のいずれかです"
               exit paragraph
            end-if

            move zero to w-dup-count
            move spaces to w-query
            string "select opr_id from operators where opr_id = '"
                   delimited by size
                   function trim(w-new-id) delimited by size
                   "'" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-f-id
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-f-id
               if return-code = -1 then
                  exit perform
               end-if
               add 1 to w-dup-count
            end-perform
            if w-dup-count > zero
               display "このIDは既に登録されています"
               exit paragraph
            end-if

            move spaces to w-query
            string "insert into operators values ('"
                   delimited by size
                   function trim(w-new-id) delimited by size
                   "','" delimited by size
                   function trim(w-new-name) delimited by size
                   "','" delimited by size
                   w-new-role delimited by size
                   "','" delimited by size
                   function trim(w-new-pin) delimited by size
                   "','Y')" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            display "追加しました : " w-new-id
            perform 1500-load-rows.

      * error
        db-error.
            call "MySQL_errno" using errno
            display errno ":"
            call "MySQL_error" using err-msg
            display err-msg
            stop run.

      * ---------------------------------------------------------
      *	mysql_approve.cob
      *
      *	the supervisor's side of the approval queue.  an edit or
      *	a delete keyed in mysql_maintain.cob, and an insert or
      *	update keyed in mysql_write.cob, no longer touch the
      *	cities table: each is held as a PENDING request on the
      *	cities_pend table.  this program lists the pending
      *	requests on the same paged, numbered console list
      *	mysql_maintain.cob uses; a picked request is shown next
      *	to the row as it stands now and can be approved - the
      *	change is applied and the usual cities_hist row written,
      *	a delete archiving the row to cities_arch first exactly
      *	as mysql_maintain.cob used to - or rejected with a
      *	reason.  either way the request stays on cities_pend
      *	with its decision and decision time, so audit can see
      *	every change that was asked for and what became of it.
      *	connects the same way test1 does.
      *
      *	cities_pend columns, in order: req_no (auto-increment),
      *	a, b, c, d, e (the values asked for - on a delete, the
      *	row to be deleted), action (I/U/D), program (the
      *	requesting program), req_ts, status (PENDING, APPROVED
      *	or REJECTED), reason, dec_ts, req_by (the operator who
      *	keyed the request), dec_by (the supervisor who decided
      *	it), ob, oc, od, oe (on an update or a delete, the row
      *	as the requester was shown it).  conversion 8 of
      *	mysql_convert.cob creates the table.
      *
      *					Oct/15/2026
      *	Oct/15/2026  only a signed-on supervisor (role S) may run
      *	             the queue, and never on a request of their
      *	             own; the deciding supervisor is recorded on
      *	             the request, and the history row carries the
      *	             operator who keyed the change.
      *	Oct/15/2026  the request now carries the row as its
      *	             requester was shown it (ob, oc, od, oe); the
      *	             approval reads the row again under a lock
      *	             inside its transaction and refuses when it has
      *	             changed since, showing the current values and
      *	             the last cities_hist change.
      *	Oct/15/2026  an approved delete takes the city's wards off
      *	             the new cities_ward table in the same
      *	             transaction, each with its 'D' row on
      *	             cities_ward_hist, so no ward is left behind
      *	             without its city.
      *	Oct/15/2026  an approval or a rejection locks the request
      *	             row inside its transaction and goes ahead
      *	             only while it is still PENDING, so two
      *	             supervisors on the same queue cannot both
      *	             decide one request; the list says how many
      *	             requests were left off past the first 500.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-approve.
        data            division.
        working-storage section.
        copy cityrec.
        01  cid              usage pointer.
        01  result           usage pointer.
        01  errno            pic x(04).
        01  err-msg          pic x(80).
        01  eod              pic x.
        01  w-query          pic x(300).
        01  w-hist-query     pic x(300).
        01  w-quote-count    pic 9(03) value zero.

      * the pending requests currently listed, oldest first
        01  w-pend-table.
            03  w-pend-entry    occurs 500 times.
                05  w-pnd-reqno     pic 9(09).
                05  w-pnd-id        pic 9(06).
                05  w-pnd-name      pic x(10).
                05  w-pnd-pop       pic 9(08).
                05  w-pnd-date      pic x(10).
                05  w-pnd-pref      pic x(02).
                05  w-pnd-action    pic x(01).
                05  w-pnd-prog      pic x(20).
                05  w-pnd-reqts     pic x(19).
                05  w-pnd-reqby     pic x(08).
                05  w-pnd-oname     pic x(10).
                05  w-pnd-opop      pic 9(08).
                05  w-pnd-odate     pic x(10).
                05  w-pnd-opref     pic x(02).
        01  w-pend-count     pic 9(04) value zero.
        01  w-pend-dropped   pic 9(05) value zero.
        01  w-req-status     pic x(10).
        01  w-req-count      pic 9(01).
        01  w-page-top       pic 9(04) value 1.
        01  w-page-size      pic 9(02) value 10.
        01  w-list-ix        pic 9(04).
        01  w-list-end       pic 9(04).
        01  w-row-ed         pic zzz9.

        01  w-f-reqno        pic 9(09).
        01  w-f-action       pic x(01).
        01  w-f-prog         pic x(20).
        01  w-f-reqts        pic x(19).
        01  w-f-reqby        pic x(08).
        01  w-f-oname        pic x(10).
        01  w-f-opop         pic 9(08).
        01  w-f-odate        pic x(10).
        01  w-f-opref        pic x(02).

        01  w-cmd            pic x(04).
        01  w-pick           pic 9(04).
        01  w-sel            pic 9(04).
        01  w-confirm        pic x(01).
        01  w-done-sw        pic x value "N".
            88  w-done           value "Y".
        01  w-detail-done-sw pic x value "N".
            88  w-detail-done    value "Y".
        01  w-in-tran-sw     pic x value "N".
            88  w-in-tran        value "Y".
        01  w-reason         pic x(60).

      * the row as it stands on the cities table right now
        01  w-cur-count      pic 9(03).
        01  w-cur-id         pic 9(06).
        01  w-cur-name       pic x(10).
        01  w-cur-pop        pic 9(08).
        01  w-cur-date       pic x(10).
        01  w-cur-pref       pic x(02).
        01  w-stale-sw       pic x value "N".
            88  w-stale          value "Y".

      * the last cities_hist row written for the city - what the
      * other party did when the row has moved since the request
        01  w-last-count     pic 9(03).
        01  w-last-name      pic x(10).
        01  w-last-pop       pic 9(08).
        01  w-last-action    pic x(01).
        01  w-last-prog      pic x(20).
        01  w-last-ts        pic x(19).
        01  w-last-opr       pic x(08).

      * the image one cities_hist row is written from
        01  w-hist-id        pic 9(06).
        01  w-hist-name      pic x(10).
        01  w-hist-pop       pic 9(08).
        01  w-hist-date      pic x(10).
        01  w-hist-pref      pic x(02).
        01  w-hist-action    pic x(01).

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
               display "承認の権限がありません"
               call "MySQL_close"
               stop run
            end-if

            perform 1500-load-requests

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
      *	(re)load the pending requests, oldest first; also run
      *	after every decision so the list shows the truth
      * ---------------------------------------------------------
        1500-load-requests.
            move zero to w-pend-count w-pend-dropped
            move 1 to w-page-top
            move spaces to w-query
            string "select req_no, a, b, c, d, e, action,"
                   " program, req_ts, req_by, ob, oc, od, oe"
                   " from cities_pend"
                   " where status = 'PENDING' order by req_no"
                   delimited by size into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-f-reqno a b
                        cpop cdate cpref w-f-action w-f-prog
                        w-f-reqts w-f-reqby w-f-oname w-f-opop
                        w-f-odate w-f-opref
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-f-reqno a b
                           cpop cdate cpref w-f-action w-f-prog
                           w-f-reqts w-f-reqby w-f-oname w-f-opop
                           w-f-odate w-f-opref
               if return-code = -1 then
                  exit perform
               end-if
               if w-pend-count < 500
                  add 1 to w-pend-count
                  move w-f-reqno  to w-pnd-reqno(w-pend-count)
                  move a          to w-pnd-id(w-pend-count)
                  move b          to w-pnd-name(w-pend-count)
                  move cpop       to w-pnd-pop(w-pend-count)
                  move cdate      to w-pnd-date(w-pend-count)
                  move cpref      to w-pnd-pref(w-pend-count)
                  move w-f-action to w-pnd-action(w-pend-count)
                  move w-f-prog   to w-pnd-prog(w-pend-count)
                  move w-f-reqts  to w-pnd-reqts(w-pend-count)
                  move w-f-reqby  to w-pnd-reqby(w-pend-count)
                  move w-f-oname  to w-pnd-oname(w-pend-count)
                  move w-f-opop   to w-pnd-opop(w-pend-count)
                  move w-f-odate  to w-pnd-odate(w-pend-count)
                  move w-f-opref  to w-pnd-opref(w-pend-count)
               else
                  add 1 to w-pend-dropped
               end-if
            end-perform
            if w-pend-dropped > zero
               display "表に収まらず省略 : "
                       w-pend-dropped "件"
               display "  (古い順に500件まで表示します)"
            end-if.

      * ---------------------------------------------------------
      *	one page of the queue, each request numbered for picking
      * ---------------------------------------------------------
        2000-show-page.
            display " "
            display "--- 承認待ち一覧 (" w-page-top
                    "行目から) ---"
            if w-pend-count = zero
               display "承認待ちの依頼はありません"
            end-if
            compute w-list-end = w-page-top + w-page-size - 1
            if w-list-end > w-pend-count
               move w-pend-count to w-list-end
            end-if
            perform varying w-list-ix from w-page-top by 1
                    until w-list-ix > w-list-end
               move w-list-ix to w-row-ed
               display w-row-ed ": " w-pnd-action(w-list-ix) " "
                       w-pnd-id(w-list-ix) " "
                       w-pnd-name(w-list-ix) " "
                       w-pnd-pop(w-list-ix) " "
                       w-pnd-reqts(w-list-ix) " "
                       function trim(w-pnd-prog(w-list-ix)) " "
                       w-pnd-reqby(w-list-ix)
            end-perform.

      * ---------------------------------------------------------
      *	N = next page, P = previous page, a row number picks the
      *	request, R = reload the queue, X = exit
      * ---------------------------------------------------------
        2100-handle-command.
            display "N=次頁 P=前頁 行番号=選択"
            display "R=再表示 X=終了："
            accept w-cmd
            evaluate w-cmd
                when "N"
                when "n"
                     if w-page-top + w-page-size <= w-pend-count
                        add w-page-size to w-page-top
                     end-if
                when "P"
                when "p"
                     if w-page-top > w-page-size
                        subtract w-page-size from w-page-top
                     else
                        move 1 to w-page-top
                     end-if
                when "R"
                when "r"
                     perform 1500-load-requests
                when "X"
                when "x"
                     set w-done to true
                when other
                     if function trim(w-cmd) numeric
                             and w-cmd not = space
                        compute w-pick =
                                function numval(w-cmd)
                        if w-pick >= 1 and w-pick <= w-pend-count
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
      *	one request in detail, shown against the row as it
      *	stands now: approve, reject with a reason, or back
      * ---------------------------------------------------------
        3000-detail-view.
            move "N" to w-detail-done-sw
            perform until w-detail-done
               perform 3300-fetch-current
               display " "
               display "依頼番号: " w-pnd-reqno(w-sel)
               evaluate w-pnd-action(w-sel)
                   when "I"
                        display "依頼内容: 追加"
                   when "U"
                        display "依頼内容: 更新"
                   when "D"
                        display "依頼内容: 削除"
                                "（cities_arch へ保存）"
               end-evaluate
               display "依頼元　: " w-pnd-prog(w-sel)
               display "依頼日時: " w-pnd-reqts(w-sel)
               display "依頼者　: " w-pnd-reqby(w-sel)
               display "ID　　　: " w-pnd-id(w-sel)
               display "名称　　: " w-pnd-name(w-sel)
               display "人口　　: " w-pnd-pop(w-sel)
               display "創設日　: " w-pnd-date(w-sel)
               display "県コード: " w-pnd-pref(w-sel)
               if w-pnd-action(w-sel) not = "I"
                  display "--- 依頼時の行 ---"
                  display "名称　　: " w-pnd-oname(w-sel)
                  display "人口　　: " w-pnd-opop(w-sel)
                  display "創設日　: " w-pnd-odate(w-sel)
                  display "県コード: " w-pnd-opref(w-sel)
               end-if
               if w-cur-count > zero
                  display "--- 現在の行 ---"
                  display "名称　　: " w-cur-name
                  display "人口　　: " w-cur-pop
                  display "創設日　: " w-cur-date
                  display "県コード: " w-cur-pref
               else
                  display "--- 現在の行: なし ---"
               end-if
               display "A=承認 R=却下 B=戻る："
               accept w-cmd
               evaluate w-cmd
                   when "A"
                   when "a"
                        perform 3100-approve-request
                        set w-detail-done to true
                   when "R"
                   when "r"
                        perform 3200-reject-request
                        set w-detail-done to true
                   when "B"
                   when "b"
                        set w-detail-done to true
                   when other
                        display "コマンドが不明です"
               end-evaluate
            end-perform.

      * ---------------------------------------------------------
      *	apply the request in one transaction: the change itself,
      *	its cities_hist row and the APPROVED mark on the queue
      *	go together or not at all.  the row is read again under
      *	a lock inside that transaction: an insert whose id has
      *	gone live meanwhile, an update or delete whose row has
      *	gone, or one whose row no longer matches what the
      *	requester was shown, is refused and left on the queue -
      *	with the current values and the other party's change on
      *	the screen, so the supervisor can reject it for the
      *	requester to key again against the row as it is now
      * ---------------------------------------------------------
        3100-approve-request.
            display "この依頼を承認しますか(Y/N)："
            accept w-confirm
            if w-confirm not = "Y" and w-confirm not = "y"
               display "承認を取り消しました"
               exit paragraph
            end-if

      * the second pair of eyes must be a second person
            if w-pnd-reqby(w-sel) = w-opr-id
               display "自分の依頼は承認できません"
               exit paragraph
            end-if

            call "MySQL_query" using "start transaction"
            if return-code not = 0 then
               perform db-error
            end-if
            set w-in-tran to true

            perform 3150-lock-request
            if w-req-status not = "PENDING"
               exit paragraph
            end-if

            perform 3300-fetch-current
            perform 3400-check-unchanged
            if w-stale
               call "MySQL_query" using "rollback"
               move "N" to w-in-tran-sw
               perform 3500-show-last-change
               display "承認できません"
               exit paragraph
            end-if

            evaluate w-pnd-action(w-sel)
                when "I"
                     perform 4100-apply-insert
                when "U"
                     perform 4200-apply-update
                when "D"
                     perform 4300-apply-delete
            end-evaluate

            move spaces to w-query
            string "update cities_pend set status = 'APPROVED',"
                   " dec_ts = now(), dec_by = '" delimited by size
                   function trim(w-opr-id) delimited by size
                   "' where req_no = " delimited by size
                   w-pnd-reqno(w-sel) delimited by size
                   " and status = 'PENDING'" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if

            call "MySQL_query" using "commit"
            if return-code not = 0 then
               perform db-error
            end-if
            move "N" to w-in-tran-sw

            display "承認しました : " w-pnd-id(w-sel)
            perform 1500-load-requests.

      * ---------------------------------------------------------
      *	the request row read again under a lock inside the
      *	decision's transaction: another supervisor may have
      *	approved or rejected it since the list was loaded, and
      *	the lock holds off anyone else until this decision
      *	commits.  a request no longer PENDING is rolled back and
      *	the list reloaded
      * ---------------------------------------------------------
        3150-lock-request.
            move zero to w-req-count
            move spaces to w-req-status
            move spaces to w-query
            string "select status from cities_pend where req_no = "
                   delimited by size
                   w-pnd-reqno(w-sel) delimited by size
                   " for update" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-req-status
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-req-status
               if return-code = -1 then
                  exit perform
               end-if
               move 1 to w-req-count
            end-perform
            if w-req-count = zero
               move "(なし)" to w-req-status
            end-if
            if w-req-status not = "PENDING"
               call "MySQL_query" using "rollback"
               move "N" to w-in-tran-sw
               display "この依頼は処理済みです : "
                       w-req-status
               perform 1500-load-requests
            end-if.

      * ---------------------------------------------------------
      *	a rejection needs a reason; the request stays on the
      *	queue marked REJECTED and the cities table is untouched
      * ---------------------------------------------------------
        3200-reject-request.
            display "却下理由："
            accept w-reason
            if w-reason = space
               display "却下理由が必要です"
               exit paragraph
            end-if
            move zero to w-quote-count
            inspect w-reason tallying w-quote-count
                    for all quote
            if w-quote-count > 0
               display "却下理由に ' は使用できません"
               exit paragraph
            end-if

            call "MySQL_query" using "start transaction"
            if return-code not = 0 then
               perform db-error
            end-if
            set w-in-tran to true

            perform 3150-lock-request
            if w-req-status not = "PENDING"
               exit paragraph
            end-if

            move spaces to w-query
            string "update cities_pend set status = 'REJECTED',"
                   " reason = '" delimited by size
                   function trim(w-reason) delimited by size
                   "', dec_ts = now(), dec_by = '" delimited by size
                   function trim(w-opr-id) delimited by size
                   "' where req_no = " delimited by size
                   w-pnd-reqno(w-sel) delimited by size
                   " and status = 'PENDING'" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if

            call "MySQL_query" using "commit"
            if return-code not = 0 then
               perform db-error
            end-if
            move "N" to w-in-tran-sw

            display "却下しました : " w-pnd-id(w-sel)
            perform 1500-load-requests.

      * ---------------------------------------------------------
      *	the request's city as it stands on the cities table now;
      *	same existence check mysql_write.cob runs.  inside the
      *	approval's transaction the row is locked as it is read,
      *	so nothing can slip in between the check and the change
      * ---------------------------------------------------------
        3300-fetch-current.
            move zero to w-cur-count
            move spaces to w-query
            string "select * from cities where a = "
                   delimited by size
                   w-pnd-id(w-sel) delimited by size
                   into w-query
            if w-in-tran
               move spaces to w-hist-query
               string function trim(w-query) delimited by size
                      " for update" delimited by size
                      into w-hist-query
               move w-hist-query to w-query
            end-if
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-cur-id
                        w-cur-name w-cur-pop w-cur-date
                        w-cur-pref
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row"
                           using result w-cur-id w-cur-name
                                 w-cur-pop w-cur-date
                                 w-cur-pref
               if return-code = -1 then
                  exit perform
               end-if
               move 1 to w-cur-count
            end-perform.

      * ---------------------------------------------------------
      *	is the row still what the requester was shown?
      * ---------------------------------------------------------
        3400-check-unchanged.
            move "N" to w-stale-sw
            evaluate true
                when w-pnd-action(w-sel) = "I" and w-cur-count > zero
                     set w-stale to true
                     display "このIDは既に使用中です : "
                             w-pnd-id(w-sel)
                when w-pnd-action(w-sel) = "I"
                     continue
                when w-cur-count = zero
                     set w-stale to true
                     display "この都市は既にありません : "
                             w-pnd-id(w-sel)
                when w-cur-name not = w-pnd-oname(w-sel)
                  or w-cur-pop  not = w-pnd-opop(w-sel)
                  or w-cur-date not = w-pnd-odate(w-sel)
                  or w-cur-pref not = w-pnd-opref(w-sel)
                     set w-stale to true
                     display "依頼後に変更されています: "
                             w-pnd-id(w-sel)
                     display "--- 現在の行 ---"
                     display "名称　　: " w-cur-name
                     display "人口　　: " w-cur-pop
                     display "創設日　: " w-cur-date
                     display "県コード: " w-cur-pref
            end-evaluate.

      * ---------------------------------------------------------
      *	the other party's change: the newest cities_hist row for
      *	the city - when, by which program and operator, and the
      *	values it recorded (the before-image of an update)
      * ---------------------------------------------------------
        3500-show-last-change.
            move zero to w-last-count
            move spaces to w-query
            string "select b, c, action, program, ts, opr"
                   " from cities_hist where a = " delimited by size
                   w-pnd-id(w-sel) delimited by size
                   " order by ts desc limit 1" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            call "MySQL_use_result" using result
            if result = NULL then
               perform db-error
            end-if
            call "MySQL_fetch_fields" using result w-last-name
                        w-last-pop w-last-action w-last-prog
                        w-last-ts w-last-opr
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result w-last-name
                           w-last-pop w-last-action w-last-prog
                           w-last-ts w-last-opr
               if return-code = -1 then
                  exit perform
               end-if
               move 1 to w-last-count
            end-perform
            if w-last-count > zero
               display "--- 最後の変更 ---"
               display "日時　　: " w-last-ts
               display "変更元　: " function trim(w-last-prog)
                       " " w-last-opr
               display "区分　　: " w-last-action
               display "変更前　: " w-last-name " " w-last-pop
            end-if.

      * ---------------------------------------------------------
      *	an insert: the new row, and a history row carrying the
      *	new values the way mysql_write.cob always wrote one
      * ---------------------------------------------------------
        4100-apply-insert.
            move spaces to w-query
            string "insert into cities values ("
                   delimited by size
                   w-pnd-id(w-sel) delimited by size
                   "," delimited by size quote
                   function trim(w-pnd-name(w-sel))
                   delimited by size
                   quote "," delimited by size
                   w-pnd-pop(w-sel) delimited by size
                   "," delimited by size quote
                   function trim(w-pnd-date(w-sel))
                   delimited by size
                   quote "," delimited by size quote
                   w-pnd-pref(w-sel) delimited by size
                   quote ")" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if

            move w-pnd-id(w-sel)   to w-hist-id
            move w-pnd-name(w-sel) to w-hist-name
            move w-pnd-pop(w-sel)  to w-hist-pop
            move w-pnd-date(w-sel) to w-hist-date
            move w-pnd-pref(w-sel) to w-hist-pref
            move "I" to w-hist-action
            perform 5000-write-history.

      * ---------------------------------------------------------
      *	an update: the requested values replace the row, and the
      *	history row carries the before-image as it stood at the
      *	moment of approval
      * ---------------------------------------------------------
        4200-apply-update.
            move spaces to w-query
            string "update cities set b = " delimited by size
                   quote function trim(w-pnd-name(w-sel))
                   delimited by size quote
                   ", c = " delimited by size
                   w-pnd-pop(w-sel) delimited by size
                   ", d = " delimited by size quote
                   function trim(w-pnd-date(w-sel))
                   delimited by size quote
                   ", e = " delimited by size quote
                   w-pnd-pref(w-sel) delimited by size quote
                   " where a = " delimited by size
                   w-pnd-id(w-sel) delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if

            perform 4900-current-to-history
            move "U" to w-hist-action
            perform 5000-write-history.

      * ---------------------------------------------------------
      *	a delete: archive the row to cities_arch, history row,
      *	then the delete - the order mysql_maintain.cob used -
      *	with the city's wards going just ahead of the city
      * ---------------------------------------------------------
        4300-apply-delete.
            move spaces to w-query
            string "insert into cities_arch values ("
                   delimited by size
                   w-cur-id delimited by size
                   "," delimited by size quote
                   function trim(w-cur-name)
                   delimited by size
                   quote "," delimited by size
                   w-cur-pop delimited by size
                   "," delimited by size quote
                   function trim(w-cur-date)
                   delimited by size
                   quote "," delimited by size quote
                   w-cur-pref delimited by size
                   quote ",now())" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if

            perform 4900-current-to-history
            move "D" to w-hist-action
            perform 5000-write-history

            move spaces to w-hist-query
            string "insert into cities_ward_hist"
                   " select a, w, c, 'D', '" delimited by size
                   function trim(w-pnd-prog(w-sel))
                   delimited by size
                   "', now(), '" delimited by size
                   function trim(w-pnd-reqby(w-sel))
                   delimited by size
                   "' from cities_ward where a = " delimited by size
                   w-cur-id delimited by size
                   into w-hist-query
            call "MySQL_query" using w-hist-query
            if return-code not = 0 then
               perform db-error
            end-if
            move spaces to w-query
            string "delete from cities_ward where a = "
                   delimited by size
                   w-cur-id delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if

            move spaces to w-query
            string "delete from cities where a = "
                   delimited by size
                   w-cur-id delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if.

        4900-current-to-history.
            move w-cur-id   to w-hist-id
            move w-cur-name to w-hist-name
            move w-cur-pop  to w-hist-pop
            move w-cur-date to w-hist-date
            move w-cur-pref to w-hist-pref.

      * ---------------------------------------------------------
      *	one cities_hist row in the usual shape, under the name
      *	of the program the change was keyed in and the operator
      *	who keyed it
      * ---------------------------------------------------------
        5000-write-history.
            move spaces to w-hist-query
            string "insert into cities_hist values ("
                   delimited by size
                   w-hist-id delimited by size
                   "," delimited by size quote
                   function trim(w-hist-name) delimited by size
                   quote "," delimited by size
                   w-hist-pop delimited by size
                   "," delimited by size quote
                   function trim(w-hist-date) delimited by size
                   quote "," delimited by size quote
                   w-hist-pref delimited by size
                   quote "," delimited by size quote
                   w-hist-action delimited by size
                   quote "," delimited by size quote
                   function trim(w-pnd-prog(w-sel))
                   delimited by size
                   quote ",now()," delimited by size quote
                   function trim(w-pnd-reqby(w-sel))
                   delimited by size
                   quote ")" delimited by size
                   into w-hist-query
            call "MySQL_query" using w-hist-query
            if return-code not = 0 then
               perform db-error
            end-if.

      * ---------------------------------------------------------
      *	any MySQL failure lands here: an approval half applied
      *	is rolled back, so the request is still PENDING and the
      *	cities table is as it was
      * ---------------------------------------------------------
        db-error.
            call "MySQL_errno" using errno
            display errno ":"
            call "MySQL_error" using err-msg
            display err-msg
            if w-in-tran
               move "N" to w-in-tran-sw
               call "MySQL_query" using "rollback"
               display "テーブルは変更されていません"
            end-if
            stop run.

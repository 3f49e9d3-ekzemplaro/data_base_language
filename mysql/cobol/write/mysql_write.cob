      *	             code and writes a machine-readable summary
      *	             file the scheduler can parse before running
      *	             the next step.
      *	Oct/15/2026  the insert or update no longer goes straight
      *	             into the cities table: it is queued on
      *	             cities_pend as a PENDING request, and a
      *	             supervisor's approval in mysql_approve.cob
      *	             applies it and writes the cities_hist row.
      *	Oct/15/2026  the run starts with an operator sign-on
      *	             against the operators table, ahead of the
      *	             keyed record; only a maintain (M) or
      *	             supervisor (S) operator may go on, and the
      *	             operator id is carried on the queued request
      *	             and the run_control row.
      *	Oct/15/2026  an update now shows the row it would replace
      *	             and asks for confirmation; the row is read
      *	             again just before queueing and, if it has
      *	             changed since it was shown, nothing is queued,
      *	             the current values and last cities_hist change
      *	             are shown and the run ends RC 4. the request
      *	             carries the row as shown for the approval to
      *	             check.
      *	Oct/15/2026  the keyed city id must pass the check digit
      *	             mysql_idreg.cob issues ids with; one that
      *	             fails ends the run RC 12 with nothing queued,
      *	             so a transposed digit cannot become a new
      *	             city.  ids of four digits or fewer predate
      *	             the registry and are not checked.
      *	Oct/15/2026  the run_control row carries the new
      *	             throughput column (rate), left at zero:
      *	             only the load and the delta measure it.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-write.
        01  err-msg          pic x(80).
        01  eod              pic x.
        01  w-row-count      pic 9(06).
        01  w-query          pic x(300).
        01  w-check-id       pic 9(06).
        01  w-check-name     pic x(10).
        01  w-check-pop      pic 9(08).
        01  w-check-date     pic x(10).
        01  w-check-pref     pic x(02).
        01  w-quote-count    pic 9(03) value zero.
        01  w-pend-action    pic x(01).

      * the city-id check digit (same as mysql_idreg.cob)
        01  w-ckd-work       pic 9(06).
        01  w-ckd-quot       pic 9(06).
        01  w-ckd-digit      pic 9(01).
        01  w-ckd-double     pic 9(02).
        01  w-ckd-sum        pic 9(03).
        01  w-ckd-rem        pic 9(01).
        01  w-ckd-ix         pic 9(01).
        01  w-ckd-alt-sw     pic x.
            88  w-ckd-alt        value "Y".
        01  w-ckd-sw         pic x.
            88  w-ckd-good       value "Y".
            88  w-ckd-bad        value "N".

      * the row as the operator was shown it before the update,
      * and the last cities_hist row written for the city
        01  w-seen-count     pic 9(06).
        01  w-seen-name      pic x(10).
        01  w-seen-pop       pic 9(08).
        01  w-seen-date      pic x(10).
        01  w-seen-pref      pic x(02).
        01  w-confirm        pic x(01).
        01  w-last-count     pic 9(03).
        01  w-last-name      pic x(10).
        01  w-last-pop       pic 9(08).
        01  w-last-action    pic x(01).
        01  w-last-prog      pic x(20).
        01  w-last-ts        pic x(19).
        01  w-last-opr       pic x(08).
        01  w-rc-query          pic x(300).
        01  w-rc-status-col     pic x(10).
        01  w-rc-rows           pic 9(03).
        01  w-sum-count         pic 9(06).
        01  w-exit-code         pic 9(02) value zero.

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
               move "NOT SIGNED ON" to w-rc-outcome
               perform 0250-refuse-run
            end-if
            if not w-opr-may-change
               display "更新の権限がありません"
               move "NO AUTHORITY" to w-rc-outcome
               perform 0250-refuse-run
            end-if

            display "city id : "
            accept a
            display "city name : "
            inspect cpref tallying w-quote-count for all quote
            if w-quote-count > 0
               display "city name に ' は使用できません"
               move "BAD INPUT" to w-rc-outcome
               perform 0250-refuse-run
            end-if

            perform 0300-check-id-digit
            if w-ckd-bad
               display "city id のチェック数字が違います"
               move "BAD CHECK DIGIT" to w-rc-outcome
               perform 0250-refuse-run
            end-if

            perform 8500-run-control-start

            perform 1000-row-exists
            perform 1100-show-and-confirm
            perform 1200-check-unchanged

            if w-row-count = zero
               move "I" to w-pend-action
               move "QUEUED INSERT" to w-rc-outcome
            else
               move "U" to w-pend-action
               move "QUEUED UPDATE" to w-rc-outcome
            end-if
            perform 2000-queue-request

            move 1 to w-rc-rows-out
            move "COMPLETED" to w-rc-status-out
            move w-exit-code to return-code
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
      *	a run refused before it starts: RC 12 and the summary,
      *	nothing on run_control
      * ---------------------------------------------------------
        0250-refuse-run.
            call "MySQL_close"
            move 12 to w-exit-code
            perform 9800-write-run-summary
            move w-exit-code to return-code
            stop run.

      * ---------------------------------------------------------
      *	the check digit on a city id (same as mysql_idreg.cob,
      *	which issues them): an id of five or more digits ends in
      *	a mod-10 check digit over the digits ahead of it, every
      *	second digit from the right doubled.  ids of four digits
      *	or fewer predate the registry and carry no check digit;
      *	the leading zeros of the numeric id add nothing to the
      *	sum
      * ---------------------------------------------------------
        0300-check-id-digit.
            set w-ckd-good to true
            if a < 10000
               exit paragraph
            end-if
            move a to w-ckd-work
            move zero to w-ckd-sum
            move "N" to w-ckd-alt-sw
            perform varying w-ckd-ix from 1 by 1 until w-ckd-ix > 6
               divide w-ckd-work by 10 giving w-ckd-quot
                      remainder w-ckd-digit
               move w-ckd-quot to w-ckd-work
               if w-ckd-alt
                  compute w-ckd-double = w-ckd-digit * 2
                  if w-ckd-double > 9
                     subtract 9 from w-ckd-double
                  end-if
                  add w-ckd-double to w-ckd-sum
                  move "N" to w-ckd-alt-sw
               else
                  add w-ckd-digit to w-ckd-sum
                  move "Y" to w-ckd-alt-sw
               end-if
            end-perform
            divide w-ckd-sum by 10 giving w-ckd-quot
                   remainder w-ckd-rem
            if w-ckd-rem not = zero
               set w-ckd-bad to true
            end-if.

      * ---------------------------------------------------------
      *	see whether this id is already on file, so we know
      *	whether to insert a new row or update the existing one
        1000-row-exists.
            move zero to w-row-count

            move spaces to w-query
            string "select * from cities where a = " delimited by size
                   a delimited by size
                   into w-query
               move 1 to w-row-count
            end-perform.

      * ---------------------------------------------------------
      *	an update is keyed blind, so the row it would replace is
      *	shown first and the operator confirms against it; that
      *	displayed row is what the request carries for the
      *	approval to check.  a cancelled update ends RC 4 with
      *	nothing queued
      * ---------------------------------------------------------
        1100-show-and-confirm.
            move w-row-count  to w-seen-count
            move w-check-name to w-seen-name
            move w-check-pop  to w-seen-pop
            move w-check-date to w-seen-date
            move w-check-pref to w-seen-pref
            if w-row-count = zero
               move spaces to w-seen-name w-seen-date w-seen-pref
               move zero to w-seen-pop
               exit paragraph
            end-if
            display "--- 現在の行 ---"
            display "名称　　: " w-seen-name
            display "人口　　: " w-seen-pop
            display "創設日　: " w-seen-date
            display "県コード: " w-seen-pref
            display "この行を更新しますか(Y/N)："
            accept w-confirm
            if w-confirm not = "Y" and w-confirm not = "y"
               display "更新を取り消しました"
               move "CANCELLED" to w-rc-outcome
               perform 1300-end-not-queued
            end-if.

      * ---------------------------------------------------------
      *	just before the request goes on the queue the row is
      *	read again: when mysql_maintain.cob, a mysql_delta.cob
      *	run or another session has changed (or added) it since
      *	it was shown, nothing is queued - the current values and
      *	the other party's change are shown and the run ends RC 4
      *	for the operator to key it again against the row as it
      *	is now
      * ---------------------------------------------------------
        1200-check-unchanged.
            perform 1000-row-exists
            if w-row-count = w-seen-count
               if w-row-count = zero
                  exit paragraph
               end-if
               if w-check-name = w-seen-name
                       and w-check-pop = w-seen-pop
                       and w-check-date = w-seen-date
                       and w-check-pref = w-seen-pref
                  exit paragraph
               end-if
            end-if

            display "表示後に他で変更されています"
            if w-row-count = zero
               display "--- 現在の行: なし ---"
            else
               display "--- 現在の行 ---"
               display "名称　　: " w-check-name
               display "人口　　: " w-check-pop
               display "創設日　: " w-check-date
               display "県コード: " w-check-pref
            end-if
            perform 1250-show-last-change
            move "ROW CHANGED" to w-rc-outcome
            perform 1300-end-not-queued.

      * ---------------------------------------------------------
      *	the other party's change: the newest cities_hist row for
      *	the city - when, by which program and operator, and the
      *	values it recorded (the before-image of an update)
      * ---------------------------------------------------------
        1250-show-last-change.
            move zero to w-last-count
            move spaces to w-query
            string "select b, c, action, program, ts, opr"
                   " from cities_hist where a = " delimited by size
                   a delimited by size
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
      *	the run ends with nothing queued: run_control closed
      *	with the outcome already set, RC 4 and the summary
      * ---------------------------------------------------------
        1300-end-not-queued.
            move zero to w-rc-rows-out
            move "COMPLETED" to w-rc-status-out
            perform 8600-run-control-end
            call "MySQL_close"
            move 4 to w-exit-code
            perform 9800-write-run-summary
            display "*** 終了 ***"
            move w-exit-code to return-code
            stop run.

      * ---------------------------------------------------------
      *	one PENDING request on cities_pend with the values keyed
      *	in, the action ("I" or "U"), this program's name, now()
      *	and, on an update, the row as the operator was shown it;
      *	the approval in mysql_approve.cob checks that row is
      *	still there, applies the change and writes the
      *	cities_hist row
      * ---------------------------------------------------------
        2000-queue-request.
            move spaces to w-query
            string "insert into cities_pend values (null,"
                   delimited by size
                   a delimited by size "," delimited by size quote
                   function trim(b) delimited by size
                   quote "," delimited by size
                   cpop delimited by size "," delimited by size quote
                   function trim(cdate) delimited by size
                   quote "," delimited by size quote
                   function trim(cpref) delimited by size
                   quote "," delimited by size quote
                   w-pend-action delimited by size
                   quote ",'mysql-write',now(),'PENDING',"
                   "'',null,'" delimited by size
                   function trim(w-opr-id) delimited by size
                   "','','" delimited by size
                   function trim(w-seen-name) delimited by size
                   "'," delimited by size
                   w-seen-pop delimited by size
                   ",'" delimited by size
                   function trim(w-seen-date) delimited by size
                   "','" delimited by size
                   function trim(w-seen-pref) delimited by size
                   "')" delimited by size
                   into w-query
            call "MySQL_query" using w-query
            if return-code not = 0 then
               perform db-error
            end-if
            display "承認待ちに登録しました : " a b cpop.

      * ---------------------------------------------------------
      *	refuse a second start for today's cycle unless the

            move spaces to w-rc-query
            string "insert into run_control values (curdate(),"
                   "'mysql-write',now(),null,0,'','RUNNING','"
                   function trim(w-opr-id) "',0)"
                   delimited by size into w-rc-query
            call "MySQL_query" using w-rc-query
            if return-code not = 0 then

      * ---------------------------------------------------------
      *	text_digest.cob
      *
      *	morning exception digest for the early shift: run after
      *	the nightly chain, it gathers from the places the shift
      *	used to visit one by one everything that went wrong
      *	overnight and prints it as one page-headed list, worst
      *	first:
      *
      *	    重大 (RC 8) -
      *	    where text_chain.cob stopped, and why (its summary),
      *	    today's run_control rows that FAILED or are still
      *	    RUNNING (what mysql_runstat.cob lists),
      *	    the discrepancies mysql_reconcile.cob found (its
      *	    summary),
      *	    branch files text_merge.cob refused for a missing or
      *	    mismatched manifest (its <output>.mfx file);
      *
      *	    警告 (RC 4) -
      *	    runs that completed with an outcome other than
      *	    NORMAL,
      *	    suspense entries past ESCALATE-DAYS (default 7, the
      *	    escalation flag of text_aging.cob),
      *	    prefectures whose branch file is still outstanding;
      *
      *	    参考 (RC 4) -
      *	    the reject files of tonight's steps that are not
      *	    empty (cities.rej, cities.hinerr, cities.hsterr),
      *	    with their line counts, and holds released with
      *	    text_release.cob.
      *
      *	each item names the step, what happened and the program
      *	or screen to go to next.  a clean night prints a single
      *	all-clear line and ends 0.  the digest only reads: it
      *	does not record itself on run_control, and a database it
      *	cannot reach is itself an item on the list.
      *
      *	control file keywords: CHAIN-SUMMARY, RECONCILE-SUMMARY,
      *	MANIFEST-FILE, SUSPENSE-FILE, ESCALATE-DAYS,
      *	REJECT-READ, REJECT-HOSTIN, REJECT-HOSTOUT, REPORT-FILE.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_digest.
      * ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT S-FILE
           ASSIGN TO W-STEP-SUM-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-STEP-SUM-STATUS.
       SELECT MX-FILE
           ASSIGN TO W-MFX-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-MFX-STATUS.
       SELECT SP-FILE
           ASSIGN TO W-SUSP-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-SUSP-STATUS.
       SELECT RJ-FILE
           ASSIGN TO W-REJECT-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-REJECT-STATUS.
       SELECT P-FILE
           ASSIGN TO W-PRINT-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT CTL-FILE
           ASSIGN TO W-CTL-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-CTL-STATUS.
       SELECT SUM-FILE
           ASSIGN TO W-SUM-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
      * ---------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  S-FILE
           LABEL RECORDS ARE STANDARD.
       01  STP-REC.
           03 PIC X(120).
       FD  MX-FILE
           LABEL RECORDS ARE STANDARD.
       01  MX-REC.
           03 PIC X(300).
       FD  SP-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSP-REC.
           03 PIC X(200).
       FD  RJ-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJ-REC.
           03 PIC X(200).
       FD  P-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRT-REC.
           03 PIC X(132).
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC.
           03 PIC X(300).
       FD  SUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUM-REC.
           03 PIC X(300).
      * ---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  W-CHAIN-SUM-FILENAME PIC X(256)
                          VALUE "/var/tmp/plain_text/text_chain.sum".
       77  W-RECON-SUM-FILENAME PIC X(256)
                     VALUE "/var/tmp/plain_text/mysql_reconcile.sum".
       77  W-STEP-SUM-FILENAME PIC X(256).
       77  W-STEP-SUM-STATUS PIC X(02).
       77  W-MFX-FILENAME    PIC X(256)
                          VALUE "/var/tmp/plain_text/cities.mrg.mfx".
       77  W-MFX-STATUS      PIC X(02).
       77  W-SUSP-FILENAME   PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.susp".
       77  W-SUSP-STATUS     PIC X(02).
       77  W-REJECT-FILENAME PIC X(256).
       77  W-REJECT-STATUS   PIC X(02).
       77  W-PRINT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.dig".
       77  W-PARM-FILENAME   PIC X(256).
       77  W-EOF             PIC X.
       77  W-PRINT-AREA      PIC X(132).
      *
      * the reject files of the nightly steps, and where each
      * one's records go to be put right
       01  W-REJECT-TABLE.
           03  W-REJECT-ENTRY    OCCURS 3 TIMES.
               05  W-RJ-FILENAME     PIC X(256).
               05  W-RJ-STEP         PIC X(20).
               05  W-RJ-NEXT         PIC X(60).
       77  W-RJ-IX           PIC 9(01).
       77  W-RJ-LINES        PIC 9(05).
      *
      * what a step's summary file said
       77  W-SUM-KEYWORD     PIC X(20).
       77  W-SUM-VALUE       PIC X(100).
       77  W-SUM-RC-TXT      PIC X(02).
       77  W-SUM-RC          PIC 9(02).
       77  W-SUM-RC-SW       PIC X.
           88  W-SUM-RC-SEEN     VALUE "Y".
       77  W-SUM-CONDITION   PIC X(40).
       77  W-SUM-STOPPED-AT  PIC X(20).
       77  W-SUM-REASON      PIC X(60).
       77  W-SUM-RECORDS     PIC X(10).
       77  W-SUM-WARDS       PIC X(10).
       77  W-SUM-STEPS       PIC X(10).
      *
      * the manifest exception file
       77  W-MFX-KIND        PIC X(12).
       77  W-MFX-SUBJECT     PIC X(256).
       77  W-MFX-DETAIL      PIC X(60).
      *
      * the suspense file
       77  W-SUSP-ID         PIC X(07).
       77  W-SUSP-FIRST      PIC X(08).
       77  W-SUSP-LAST       PIC X(08).
       77  W-SUSP-ORIGIN     PIC X(20).
       77  W-SUSP-REASON     PIC X(40).
       77  W-TODAY           PIC X(08).
       77  W-TODAY-INT       PIC 9(07).
       77  W-FIRST-NUM       PIC 9(08).
       77  W-FIRST-INT       PIC 9(07).
       77  W-AGE-DAYS        PIC S9(05).
       77  W-AGE-ED          PIC ZZZZ9.
       77  W-ESCALATE-DAYS   PIC 9(03) VALUE 7.
      *
      * the exception list, printed worst first
       01  W-ITEM-TABLE.
           03  W-ITEM-ENTRY      OCCURS 300 TIMES.
               05  W-IT-SEV          PIC 9(01).
               05  W-IT-STEP         PIC X(20).
               05  W-IT-WHAT         PIC X(80).
               05  W-IT-NEXT         PIC X(60).
       77  W-ITEM-COUNT      PIC 9(03) VALUE ZERO.
       77  W-ITEM-IX         PIC 9(03).
       77  W-ITEM-DROPPED    PIC 9(05) VALUE ZERO.
       77  W-NEW-SEV         PIC 9(01).
       77  W-NEW-STEP        PIC X(20).
       77  W-NEW-WHAT        PIC X(80).
       77  W-NEW-NEXT        PIC X(60).
       77  W-PRINT-SEV       PIC 9(01).
       77  W-SEV-TEXT        PIC X(06).
       77  W-SEV1-COUNT      PIC 9(05) VALUE ZERO.
       77  W-SEV2-COUNT      PIC 9(05) VALUE ZERO.
       77  W-SEV3-COUNT      PIC 9(05) VALUE ZERO.
       77  W-COUNT-ED        PIC ZZZZ9.
      *
      * today's run_control rows
       77  CID               USAGE POINTER.
       77  RESULT            USAGE POINTER.
       77  ERRNO             PIC X(04).
       77  ERR-MSG           PIC X(80).
       77  W-QUERY           PIC X(300).
       77  W-EOD             PIC X.
       77  W-RC-PROGRAM      PIC X(20).
       77  W-RC-STATUS       PIC X(10).
       77  W-RC-OUTCOME      PIC X(20).
       77  W-RC-START        PIC X(19).
       77  W-DB-SW           PIC X VALUE "N".
           88  W-DB-OK           VALUE "Y".
      *
       77  W-RUN-DATE        PIC X(08).
       77  W-RUN-TIME        PIC X(08).
       77  W-PAGE-NUM        PIC 9(04) VALUE ZERO.
       77  W-LINE-COUNT      PIC 9(02) VALUE 99.
       77  W-PAGE-SIZE       PIC 9(02) VALUE 50.
       77  W-PAGE-ED         PIC ZZZ9.
      *
       77  W-CTL-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_digest.ctl".
       77  W-CTL-STATUS      PIC X(02).
       77  W-CTL-KEYWORD     PIC X(20).
       77  W-CTL-VALUE       PIC X(256).
       77  W-CTL-SW          PIC X VALUE "N".
           88  W-CTL-PRESENT     VALUE "Y".
      *
       77  W-OUTCOME         PIC X(20).
       77  W-SUM-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_digest.sum".
       77  W-SUM-LINE        PIC X(300).
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT W-RUN-TIME FROM TIME.
       MOVE W-RUN-DATE TO W-TODAY.
       COMPUTE W-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(W-TODAY)).
       PERFORM 0200-SET-REJECT-FILES.
       PERFORM 0300-READ-CONTROL-FILE.
       IF NOT W-CTL-PRESENT
          DISPLAY "帳票ファイル名（省略可）："
          ACCEPT W-PARM-FILENAME
          IF W-PARM-FILENAME NOT = SPACE
             MOVE W-PARM-FILENAME TO W-PRINT-FILENAME
          END-IF
       END-IF.
      *
       PERFORM 1000-CHECK-CHAIN.
       PERFORM 2000-CHECK-RUN-CONTROL.
       PERFORM 3000-CHECK-RECONCILE.
       PERFORM 4000-CHECK-MANIFESTS.
       PERFORM 5000-CHECK-SUSPENSE.
       PERFORM 6000-CHECK-REJECT-FILES.
      *
       OPEN OUTPUT P-FILE.
       PERFORM 9060-PRINT-PAGE-HEADING.
       IF W-ITEM-COUNT = ZERO
          MOVE SPACE TO W-PRINT-AREA
          STRING "異常なし　"
                 "夜間処理はすべて正常に終了しました"
                 DELIMITED BY SIZE INTO W-PRINT-AREA
          WRITE PRT-REC FROM W-PRINT-AREA
          MOVE "ALL CLEAR" TO W-OUTCOME
       ELSE
          PERFORM VARYING W-PRINT-SEV FROM 1 BY 1
                  UNTIL W-PRINT-SEV > 3
             PERFORM VARYING W-ITEM-IX FROM 1 BY 1
                     UNTIL W-ITEM-IX > W-ITEM-COUNT
                IF W-IT-SEV(W-ITEM-IX) = W-PRINT-SEV
                   PERFORM 7000-PRINT-ONE-ITEM
                END-IF
             END-PERFORM
          END-PERFORM
          PERFORM 7100-PRINT-TOTALS
       END-IF.
       CLOSE P-FILE.
      *
       EVALUATE TRUE
           WHEN W-SEV1-COUNT > ZERO
                MOVE "EXCEPTIONS" TO W-OUTCOME
                MOVE 8 TO W-EXIT-CODE
           WHEN W-SEV2-COUNT > ZERO OR W-SEV3-COUNT > ZERO
                MOVE "WARNINGS" TO W-OUTCOME
                MOVE 4 TO W-EXIT-CODE
           WHEN OTHER
                CONTINUE
       END-EVALUATE.
       DISPLAY "重大　　: " W-SEV1-COUNT.
       DISPLAY "警告　　: " W-SEV2-COUNT.
       DISPLAY "参考　　: " W-SEV3-COUNT.
       DISPLAY "帳票を作成しました：".
       DISPLAY W-PRINT-FILENAME.
       PERFORM 9800-WRITE-RUN-SUMMARY.
       DISPLAY "*** 終了 ***".
       MOVE W-EXIT-CODE TO RETURN-CODE.
       STOP RUN.
      * ---------------------------------------------------------
      *	the reject files of the nightly steps, and the program
      *	that puts each one's records right
      * ---------------------------------------------------------
       0200-SET-REJECT-FILES.
           MOVE "/var/tmp/plain_text/cities.rej" TO W-RJ-FILENAME(1)
           MOVE "text_read" TO W-RJ-STEP(1)
           MOVE "text_correct で訂正（text_aging で経過確認）"
             TO W-RJ-NEXT(1)
           MOVE "/var/tmp/plain_text/cities.hinerr"
             TO W-RJ-FILENAME(2)
           MOVE "text_hostin" TO W-RJ-STEP(2)
           MOVE "ホスト側で訂正後 text_hostin を再実行"
             TO W-RJ-NEXT(2)
           MOVE "/var/tmp/plain_text/cities.hsterr"
             TO W-RJ-FILENAME(3)
           MOVE "text_hostout" TO W-RJ-STEP(3)
           MOVE "text_correct で訂正後 text_hostout を再実行"
             TO W-RJ-NEXT(3).
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	replace the prompt, so the digest can close the chain
      * ---------------------------------------------------------
       0300-READ-CONTROL-FILE.
           OPEN INPUT CTL-FILE
           IF W-CTL-STATUS NOT = "00"
              CONTINUE
           ELSE
              SET W-CTL-PRESENT TO TRUE
              DISPLAY "制御ファイルから実行します"
              PERFORM UNTIL W-CTL-STATUS NOT = "00"
                 READ CTL-FILE
                 IF W-CTL-STATUS = "00" AND CTL-REC NOT = SPACE
                    PERFORM 0310-APPLY-CONTROL-LINE
                 END-IF
              END-PERFORM
              CLOSE CTL-FILE
           END-IF.
      * ---------------------------------------------------------
       0310-APPLY-CONTROL-LINE.
           MOVE SPACE TO W-CTL-KEYWORD W-CTL-VALUE
           UNSTRING CTL-REC DELIMITED BY "="
               INTO W-CTL-KEYWORD W-CTL-VALUE
           END-UNSTRING
           EVALUATE W-CTL-KEYWORD
               WHEN "CHAIN-SUMMARY"
                    MOVE W-CTL-VALUE TO W-CHAIN-SUM-FILENAME
               WHEN "RECONCILE-SUMMARY"
                    MOVE W-CTL-VALUE TO W-RECON-SUM-FILENAME
               WHEN "MANIFEST-FILE"
                    MOVE W-CTL-VALUE TO W-MFX-FILENAME
               WHEN "SUSPENSE-FILE"
                    MOVE W-CTL-VALUE TO W-SUSP-FILENAME
               WHEN "ESCALATE-DAYS"
                    IF FUNCTION TRIM(W-CTL-VALUE) NUMERIC
                       COMPUTE W-ESCALATE-DAYS =
                               FUNCTION NUMVAL(W-CTL-VALUE)
                    END-IF
               WHEN "REJECT-READ"
                    MOVE W-CTL-VALUE TO W-RJ-FILENAME(1)
               WHEN "REJECT-HOSTIN"
                    MOVE W-CTL-VALUE TO W-RJ-FILENAME(2)
               WHEN "REJECT-HOSTOUT"
                    MOVE W-CTL-VALUE TO W-RJ-FILENAME(3)
               WHEN "REPORT-FILE"
                    MOVE W-CTL-VALUE TO W-PRINT-FILENAME
               WHEN OTHER
                    DISPLAY "不明なキーワード: " W-CTL-KEYWORD
           END-EVALUATE.
      * ---------------------------------------------------------
      *	the chain's own summary: the step it stopped at and why;
      *	no summary at all means the chain never finished
      * ---------------------------------------------------------
       1000-CHECK-CHAIN.
           MOVE W-CHAIN-SUM-FILENAME TO W-STEP-SUM-FILENAME
           PERFORM 8500-READ-SUMMARY
           IF W-STEP-SUM-STATUS NOT = "00" OR NOT W-SUM-RC-SEEN
              MOVE 1 TO W-NEW-SEV
              MOVE "text_chain" TO W-NEW-STEP
              MOVE SPACE TO W-NEW-WHAT
              STRING "チェーンのサマリが無い"
                     "（未実行か異常終了）"
                     DELIMITED BY SIZE INTO W-NEW-WHAT
              MOVE "mysql_runstat で本日の実行状況を確認"
                TO W-NEW-NEXT
              PERFORM 8000-ADD-ITEM
              EXIT PARAGRAPH
           END-IF
           IF W-SUM-STOPPED-AT NOT = SPACE
              MOVE 1 TO W-NEW-SEV
              MOVE W-SUM-STOPPED-AT TO W-NEW-STEP
              MOVE SPACE TO W-NEW-WHAT
              STRING "チェーン停止: " FUNCTION TRIM(W-SUM-REASON)
                     DELIMITED BY SIZE INTO W-NEW-WHAT
              MOVE SPACE TO W-NEW-NEXT
              STRING "停止ステップの帳票を確認、"
                     "text_chain で再開"
                     DELIMITED BY SIZE INTO W-NEW-NEXT
              PERFORM 8000-ADD-ITEM
           END-IF.
      * ---------------------------------------------------------
      *	today's run_control rows that did not end COMPLETED and
      *	NORMAL, as mysql_runstat.cob shows them (a row an
      *	operator override has superseded is passed over)
      * ---------------------------------------------------------
       2000-CHECK-RUN-CONTROL.
           PERFORM 0800-CONNECT-MYSQL
           IF NOT W-DB-OK
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-QUERY
           STRING "select program, status, outcome, start_ts"
                  " from run_control where run_date = curdate()"
                  " and status <> 'OVERRIDDEN'"
                  " and (status <> 'COMPLETED'"
                  " or outcome <> 'NORMAL')"
                  " order by start_ts"
                  DELIMITED BY SIZE INTO W-QUERY
           CALL "MySQL_query" USING W-QUERY
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
              EXIT PARAGRAPH
           END-IF
           CALL "MySQL_use_result" USING RESULT
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
              EXIT PARAGRAPH
           END-IF
           CALL "MySQL_fetch_fields" USING RESULT W-RC-PROGRAM
                       W-RC-STATUS W-RC-OUTCOME W-RC-START
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-EOD NOT = W-EOD
              CALL "MySQL_fetch_row" USING RESULT W-RC-PROGRAM
                          W-RC-STATUS W-RC-OUTCOME W-RC-START
              IF RETURN-CODE = -1
                 EXIT PERFORM
              END-IF
              PERFORM 2100-NOTE-ONE-RUN
           END-PERFORM
           CALL "MySQL_close".
      * ---------------------------------------------------------
      *	a hold released by text_release.cob closes COMPLETED with
      *	the outcome RELEASED, and is for reference only
      * ---------------------------------------------------------
       2100-NOTE-ONE-RUN.
           MOVE W-RC-PROGRAM TO W-NEW-STEP
           MOVE SPACE TO W-NEW-WHAT
           EVALUATE TRUE
               WHEN W-RC-OUTCOME = "RELEASED"
                    MOVE 3 TO W-NEW-SEV
                    MOVE "保留を解除済み" TO W-NEW-WHAT
               WHEN W-RC-STATUS = "FAILED"
                    MOVE 1 TO W-NEW-SEV
                    STRING "異常終了 (" FUNCTION TRIM(W-RC-OUTCOME)
                           ")  開始 " W-RC-START(12:8)
                           DELIMITED BY SIZE INTO W-NEW-WHAT
               WHEN W-RC-STATUS = "RUNNING"
                    MOVE 1 TO W-NEW-SEV
                    STRING "終了記録なし（実行中のまま）"
                           "  開始 "
                           W-RC-START(12:8)
                           DELIMITED BY SIZE INTO W-NEW-WHAT
               WHEN OTHER
                    MOVE 2 TO W-NEW-SEV
                    STRING "終了状態 " FUNCTION TRIM(W-RC-STATUS)
                           " / " FUNCTION TRIM(W-RC-OUTCOME)
                           DELIMITED BY SIZE INTO W-NEW-WHAT
           END-EVALUATE
           EVALUATE W-RC-PROGRAM
               WHEN "text_read"
                    MOVE "cities.rej を確認、text_correct で訂正"
                      TO W-NEW-NEXT
               WHEN "mysql-load"
               WHEN "mysql-delta"
                    MOVE SPACE TO W-NEW-NEXT
                    STRING "ロールバック済み、"
                           "原因を除き再実行"
                           DELIMITED BY SIZE INTO W-NEW-NEXT
               WHEN "mysql-reconcile"
                    MOVE SPACE TO W-NEW-NEXT
                    STRING "差異帳票を確認、"
                           "mysql_maintain で訂正"
                           DELIMITED BY SIZE INTO W-NEW-NEXT
               WHEN "text_release"
                    MOVE SPACE TO W-NEW-NEXT
                    STRING "cities.var の保留内容と"
                           "解除理由を確認"
                           DELIMITED BY SIZE INTO W-NEW-NEXT
               WHEN "text_sweep"
                    MOVE "cities.swp の不整合を確認"
                      TO W-NEW-NEXT
               WHEN OTHER
                    MOVE "mysql_runstat で確認後に再実行"
                      TO W-NEW-NEXT
           END-EVALUATE
           PERFORM 8000-ADD-ITEM.
      * ---------------------------------------------------------
      *	the reconciliation's summary: its discrepancy counts
      * ---------------------------------------------------------
       3000-CHECK-RECONCILE.
           MOVE W-RECON-SUM-FILENAME TO W-STEP-SUM-FILENAME
           PERFORM 8500-READ-SUMMARY
           IF W-STEP-SUM-STATUS NOT = "00" OR NOT W-SUM-RC-SEEN
              EXIT PARAGRAPH
           END-IF
           IF W-SUM-RC > ZERO
              MOVE 1 TO W-NEW-SEV
              MOVE "mysql-reconcile" TO W-NEW-STEP
              MOVE SPACE TO W-NEW-WHAT
              STRING "照合差異 " FUNCTION TRIM(W-SUM-RECORDS)
                     "件　区の差異 " FUNCTION TRIM(W-SUM-WARDS)
                     "件 (" FUNCTION TRIM(W-SUM-CONDITION) ")"
                     DELIMITED BY SIZE INTO W-NEW-WHAT
              MOVE "照合帳票を確認、mysql_maintain で訂正"
                TO W-NEW-NEXT
              PERFORM 8000-ADD-ITEM
           END-IF.
      * ---------------------------------------------------------
      *	the branch files text_merge.cob refused, and the
      *	prefectures still outstanding
      * ---------------------------------------------------------
       4000-CHECK-MANIFESTS.
           OPEN INPUT MX-FILE
           IF W-MFX-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-MFX-STATUS NOT = "00"
              READ MX-FILE
              IF W-MFX-STATUS = "00" AND MX-REC NOT = SPACE
                 PERFORM 4100-NOTE-ONE-MANIFEST
              END-IF
           END-PERFORM
           CLOSE MX-FILE.
      * ---------------------------------------------------------
       4100-NOTE-ONE-MANIFEST.
           MOVE SPACE TO W-MFX-KIND W-MFX-SUBJECT W-MFX-DETAIL
           UNSTRING MX-REC DELIMITED BY X"09"
               INTO W-MFX-KIND W-MFX-SUBJECT W-MFX-DETAIL
           END-UNSTRING
           MOVE "text_merge" TO W-NEW-STEP
           MOVE SPACE TO W-NEW-WHAT
           EVALUATE W-MFX-KIND
               WHEN "MISSING"
                    MOVE 1 TO W-NEW-SEV
                    STRING "マニフェスト無しで拒否: "
                           FUNCTION TRIM(W-MFX-SUBJECT)
                           DELIMITED BY SIZE INTO W-NEW-WHAT
                    MOVE SPACE TO W-NEW-NEXT
                    STRING "支部へ text_split の"
                           "マニフェスト再送を依頼"
                           DELIMITED BY SIZE INTO W-NEW-NEXT
               WHEN "MISMATCH"
                    MOVE 1 TO W-NEW-SEV
                    STRING "マニフェスト不一致で拒否: "
                           FUNCTION TRIM(W-MFX-SUBJECT)
                           DELIMITED BY SIZE INTO W-NEW-WHAT
                    MOVE SPACE TO W-NEW-NEXT
                    STRING "支部へファイル再送を依頼、"
                           "text_merge 再実行"
                           DELIMITED BY SIZE INTO W-NEW-NEXT
               WHEN OTHER
                    MOVE 2 TO W-NEW-SEV
                    STRING "支部ファイル未返送: "
                           FUNCTION TRIM(W-MFX-SUBJECT) " "
                           FUNCTION TRIM(W-MFX-DETAIL)
                           DELIMITED BY SIZE INTO W-NEW-WHAT
                    MOVE SPACE TO W-NEW-NEXT
                    STRING "支部へ返送を督促、"
                           "到着後 text_merge 再実行"
                           DELIMITED BY SIZE INTO W-NEW-NEXT
           END-EVALUATE
           PERFORM 8000-ADD-ITEM.
      * ---------------------------------------------------------
      *	suspense entries past the escalation age, counted the
      *	way text_aging.cob counts them
      * ---------------------------------------------------------
       5000-CHECK-SUSPENSE.
           OPEN INPUT SP-FILE
           IF W-SUSP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-SUSP-STATUS NOT = "00"
              READ SP-FILE
              IF W-SUSP-STATUS = "00" AND SUSP-REC NOT = SPACE
                 PERFORM 5100-NOTE-ONE-SUSPENSE
              END-IF
           END-PERFORM
           CLOSE SP-FILE.
      * ---------------------------------------------------------
       5100-NOTE-ONE-SUSPENSE.
           MOVE SPACE TO W-SUSP-ID W-SUSP-FIRST W-SUSP-LAST
                         W-SUSP-ORIGIN W-SUSP-REASON
           UNSTRING SUSP-REC DELIMITED BY X"09"
               INTO W-SUSP-ID W-SUSP-FIRST W-SUSP-LAST
                    W-SUSP-ORIGIN W-SUSP-REASON
           END-UNSTRING
           IF W-SUSP-FIRST NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE W-SUSP-FIRST TO W-FIRST-NUM
           COMPUTE W-FIRST-INT = FUNCTION INTEGER-OF-DATE(W-FIRST-NUM)
           COMPUTE W-AGE-DAYS = W-TODAY-INT - W-FIRST-INT
           IF W-AGE-DAYS > W-ESCALATE-DAYS
              MOVE W-AGE-DAYS TO W-AGE-ED
              MOVE 2 TO W-NEW-SEV
              MOVE W-SUSP-ORIGIN TO W-NEW-STEP
              MOVE SPACE TO W-NEW-WHAT
              STRING "保留 " FUNCTION TRIM(W-AGE-ED) "日超過: "
                     FUNCTION TRIM(W-SUSP-ID) " "
                     FUNCTION TRIM(W-SUSP-REASON)
                     DELIMITED BY SIZE INTO W-NEW-WHAT
              MOVE "text_correct で訂正（text_aging で一覧）"
                TO W-NEW-NEXT
              PERFORM 8000-ADD-ITEM
           END-IF.
      * ---------------------------------------------------------
      *	every reject file with records in it
      * ---------------------------------------------------------
       6000-CHECK-REJECT-FILES.
           PERFORM VARYING W-RJ-IX FROM 1 BY 1 UNTIL W-RJ-IX > 3
              MOVE W-RJ-FILENAME(W-RJ-IX) TO W-REJECT-FILENAME
              MOVE ZERO TO W-RJ-LINES
              OPEN INPUT RJ-FILE
              IF W-REJECT-STATUS = "00"
                 PERFORM UNTIL W-REJECT-STATUS NOT = "00"
                    READ RJ-FILE
                    IF W-REJECT-STATUS = "00" AND REJ-REC NOT = SPACE
                       ADD 1 TO W-RJ-LINES
                    END-IF
                 END-PERFORM
                 CLOSE RJ-FILE
              END-IF
              IF W-RJ-LINES > ZERO
                 MOVE W-RJ-LINES TO W-COUNT-ED
                 MOVE 3 TO W-NEW-SEV
                 MOVE W-RJ-STEP(W-RJ-IX) TO W-NEW-STEP
                 MOVE SPACE TO W-NEW-WHAT
                 STRING "リジェクト " FUNCTION TRIM(W-COUNT-ED)
                        "件: "
                        FUNCTION TRIM(W-REJECT-FILENAME)
                        DELIMITED BY SIZE INTO W-NEW-WHAT
                 MOVE W-RJ-NEXT(W-RJ-IX) TO W-NEW-NEXT
                 PERFORM 8000-ADD-ITEM
              END-IF
           END-PERFORM.
      * ---------------------------------------------------------
      *	one item: severity, step and what happened on the first
      *	line, the next move under it
      * ---------------------------------------------------------
       7000-PRINT-ONE-ITEM.
           IF W-LINE-COUNT + 2 > W-PAGE-SIZE
              PERFORM 9060-PRINT-PAGE-HEADING
           END-IF
           EVALUATE W-IT-SEV(W-ITEM-IX)
               WHEN 1
                    MOVE "重大" TO W-SEV-TEXT
               WHEN 2
                    MOVE "警告" TO W-SEV-TEXT
               WHEN OTHER
                    MOVE "参考" TO W-SEV-TEXT
           END-EVALUATE
           MOVE SPACE TO W-PRINT-AREA
           STRING W-SEV-TEXT " " W-IT-STEP(W-ITEM-IX) " "
                  W-IT-WHAT(W-ITEM-IX)
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "       → " W-IT-NEXT(W-ITEM-IX)
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           ADD 2 TO W-LINE-COUNT.
      * ---------------------------------------------------------
       7100-PRINT-TOTALS.
           MOVE SPACE TO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "  重大:" W-SEV1-COUNT "　警告:" W-SEV2-COUNT
                  "　参考:" W-SEV3-COUNT
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           IF W-ITEM-DROPPED > ZERO
              MOVE SPACE TO W-PRINT-AREA
              STRING "  表に収まらず省略: " W-ITEM-DROPPED "件"
                     DELIMITED BY SIZE INTO W-PRINT-AREA
              WRITE PRT-REC FROM W-PRINT-AREA
           END-IF.
      * ---------------------------------------------------------
       0800-CONNECT-MYSQL.
           CALL "MySQL_init" USING CID
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
              EXIT PARAGRAPH
           END-IF
           CALL "MySQL_real_connect"
                       USING "host_mysql" "scott" "tiger"
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
              EXIT PARAGRAPH
           END-IF
           CALL "MySQL_selectdb" USING "city"
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
              EXIT PARAGRAPH
           END-IF
           SET W-DB-OK TO TRUE.
      * ---------------------------------------------------------
      *	one item onto the list, counted by its severity
      * ---------------------------------------------------------
       8000-ADD-ITEM.
           EVALUATE W-NEW-SEV
               WHEN 1
                    ADD 1 TO W-SEV1-COUNT
               WHEN 2
                    ADD 1 TO W-SEV2-COUNT
               WHEN OTHER
                    ADD 1 TO W-SEV3-COUNT
           END-EVALUATE
           IF W-ITEM-COUNT >= 300
              ADD 1 TO W-ITEM-DROPPED
           ELSE
              ADD 1 TO W-ITEM-COUNT
              MOVE W-NEW-SEV  TO W-IT-SEV(W-ITEM-COUNT)
              MOVE W-NEW-STEP TO W-IT-STEP(W-ITEM-COUNT)
              MOVE W-NEW-WHAT TO W-IT-WHAT(W-ITEM-COUNT)
              MOVE W-NEW-NEXT TO W-IT-NEXT(W-ITEM-COUNT)
           END-IF.
      * ---------------------------------------------------------
      *	a step's KEYWORD=VALUE summary, the way text_chain.cob
      *	reads it
      * ---------------------------------------------------------
       8500-READ-SUMMARY.
           MOVE "N" TO W-SUM-RC-SW
           MOVE ZERO TO W-SUM-RC
           MOVE SPACE TO W-SUM-CONDITION W-SUM-STOPPED-AT
                         W-SUM-REASON W-SUM-RECORDS W-SUM-WARDS
                         W-SUM-STEPS
           OPEN INPUT S-FILE
           IF W-STEP-SUM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO W-EOF
           PERFORM UNTIL W-EOF = HIGH-VALUE
              READ S-FILE
                  AT END MOVE HIGH-VALUE TO W-EOF
                  NOT AT END PERFORM 8510-NOTE-SUMMARY-LINE
              END-READ
           END-PERFORM
           CLOSE S-FILE
           MOVE "00" TO W-STEP-SUM-STATUS.
      * ---------------------------------------------------------
       8510-NOTE-SUMMARY-LINE.
           MOVE SPACE TO W-SUM-KEYWORD W-SUM-VALUE
           UNSTRING STP-REC DELIMITED BY "="
               INTO W-SUM-KEYWORD W-SUM-VALUE
           END-UNSTRING
           EVALUATE W-SUM-KEYWORD
               WHEN "RC"
                    MOVE W-SUM-VALUE(1:2) TO W-SUM-RC-TXT
                    IF FUNCTION TRIM(W-SUM-RC-TXT) NUMERIC
                       COMPUTE W-SUM-RC =
                               FUNCTION NUMVAL(W-SUM-RC-TXT)
                       SET W-SUM-RC-SEEN TO TRUE
                    END-IF
               WHEN "CONDITION"
                    MOVE W-SUM-VALUE(1:40) TO W-SUM-CONDITION
               WHEN "STOPPED-AT"
                    MOVE W-SUM-VALUE(1:20) TO W-SUM-STOPPED-AT
               WHEN "REASON"
                    MOVE W-SUM-VALUE(1:60) TO W-SUM-REASON
               WHEN "RECORDS"
                    MOVE W-SUM-VALUE(1:10) TO W-SUM-RECORDS
               WHEN "WARDS"
                    MOVE W-SUM-VALUE(1:10) TO W-SUM-WARDS
               WHEN "STEPS-RUN"
                    MOVE W-SUM-VALUE(1:10) TO W-SUM-STEPS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      * ---------------------------------------------------------
       9060-PRINT-PAGE-HEADING.
           ADD 1 TO W-PAGE-NUM
           MOVE W-PAGE-NUM TO W-PAGE-ED
           MOVE SPACE TO W-PRINT-AREA
           STRING "夜間処理　例外ダイジェスト"
                  "　　作成日: "
                  W-RUN-DATE(1:4) "/" W-RUN-DATE(5:2) "/"
                  W-RUN-DATE(7:2) " " W-RUN-TIME(1:2) ":"
                  W-RUN-TIME(3:2)
                  "　　頁: " W-PAGE-ED
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           STRING "重大度 ステップ             "
                  "内容 / → 次の操作"
                  DELIMITED BY SIZE INTO W-PRINT-AREA
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE SPACE TO W-PRINT-AREA
           MOVE ALL "-" TO W-PRINT-AREA(1:100)
           WRITE PRT-REC FROM W-PRINT-AREA
           MOVE ZERO TO W-LINE-COUNT.
      * ---------------------------------------------------------
      *	one KEYWORD=VALUE line per fact, so the scheduler and the
      *	monitoring can parse the run without scraping the log
      * ---------------------------------------------------------
       9800-WRITE-RUN-SUMMARY.
           OPEN OUTPUT SUM-FILE
           WRITE SUM-REC FROM "PROGRAM=text_digest"
           MOVE SPACE TO W-SUM-LINE
           STRING "RECORDS=" W-ITEM-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "SEVERE=" W-SEV1-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "WARNINGS=" W-SEV2-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "NOTES=" W-SEV3-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "REPORT=" FUNCTION TRIM(W-PRINT-FILENAME)
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "CONDITION=" FUNCTION TRIM(W-OUTCOME)
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RC=" W-EXIT-CODE
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           CLOSE SUM-FILE.
      * ---------------------------------------------------------
      *	the database could not be read: that is itself the
      *	first thing the early shift needs to know
      * ---------------------------------------------------------
       9900-DB-ERROR.
           CALL "MySQL_errno" USING ERRNO
           DISPLAY ERRNO ":"
           CALL "MySQL_error" USING ERR-MSG
           DISPLAY ERR-MSG
           MOVE 1 TO W-NEW-SEV
           MOVE "run_control" TO W-NEW-STEP
           MOVE SPACE TO W-NEW-WHAT
           STRING "データベースが読めない: " ERRNO " "
                  FUNCTION TRIM(ERR-MSG)
                  DELIMITED BY SIZE INTO W-NEW-WHAT
           MOVE "DB の稼働を確認し mysql_runstat で再確認"
             TO W-NEW-NEXT
           PERFORM 8000-ADD-ITEM
           IF W-DB-OK
              CALL "MySQL_close"
           END-IF
           MOVE "N" TO W-DB-SW.

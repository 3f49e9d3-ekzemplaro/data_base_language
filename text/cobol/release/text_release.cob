      * ---------------------------------------------------------
      *	text_release.cob
      *
      *	supervisor release of a cities file held by the variance
      *	gate (text_variance.cob).  the gate's summary says what
      *	was held - the run date, the city count, the population
      *	total and the number of exceptions - and its exception
      *	report is shown on the screen; a signed-on supervisor
      *	who has checked the figures against the source confirms,
      *	gives a reason, and the release file is written.  the
      *	release holds for that file only: when the chain is
      *	restarted at the gate the same file passes with RC 4,
      *	anything else is judged afresh.  the release is recorded
      *	on run_control under the supervisor's id.  the run ends
      *	0 released, 4 nothing held or cancelled, 12 refused at
      *	sign-on or a database failure.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_release.
      * ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VS-FILE
           ASSIGN TO W-VARSUM-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-VARSUM-STATUS.
       SELECT VR-FILE
           ASSIGN TO W-REPORT-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-REPORT-STATUS.
       SELECT RL-FILE
           ASSIGN TO W-RELEASE-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT SUM-FILE
           ASSIGN TO W-SUM-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
      * ---------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  VS-FILE
           LABEL RECORDS ARE STANDARD.
       01  VS-REC.
           03 PIC X(300).
       FD  VR-FILE
           LABEL RECORDS ARE STANDARD.
       01  VR-REC.
           03 PIC X(132).
       FD  RL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-REC.
           03 PIC X(80).
       FD  SUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUM-REC.
           03 PIC X(80).
      * ---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  W-VARSUM-FILENAME PIC X(256) VALUE
                             "/var/tmp/plain_text/text_variance.sum".
       77  W-VARSUM-STATUS   PIC X(02).
       77  W-REPORT-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.var".
       77  W-REPORT-STATUS   PIC X(02).
       77  W-RELEASE-FILENAME PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.rel".
       77  W-EOF             PIC X.
      *
      * what the gate held, from its summary
       77  W-VS-KEYWORD      PIC X(20).
       77  W-VS-VALUE        PIC X(256).
       77  W-HELD-DATE       PIC X(08).
       77  W-HELD-RECORDS    PIC X(07).
       77  W-HELD-POP        PIC X(10).
       77  W-HELD-EXCEPTIONS PIC X(05).
       77  W-HELD-CONDITION  PIC X(20).
       77  W-RUN-DATE        PIC X(08).
      *
       77  W-CONFIRM         PIC X(01).
       77  W-REASON          PIC X(60).
       77  W-REL-LINE        PIC X(80).
      *
       77  CID               USAGE POINTER.
       77  ERRNO             PIC X(04).
       77  ERR-MSG           PIC X(80).
       77  W-RC-QUERY        PIC X(300).
       77  W-RC-OUTCOME      PIC X(20).
       77  W-RC-ENDING-SW    PIC X VALUE "N".
           88  W-RC-ENDING       VALUE "Y".
       77  RESULT            USAGE POINTER.
       77  EOD               PIC X.
       77  W-QUERY           PIC X(300).
       77  W-QUOTE-COUNT     PIC 9(03) VALUE ZERO.
       77  W-RELEASED-SW     PIC X VALUE "N".
           88  W-RELEASED        VALUE "Y".
      *
      * the signed-on operator, from the operators table (opr_id,
      * opr_name, role, pin, active); only a supervisor (role S)
      * may release a held file
       77  W-OPR-ID          PIC X(08).
       77  W-OPR-PIN         PIC X(08).
       77  W-OPR-NAME        PIC X(20).
       77  W-OPR-ROLE        PIC X(01).
           88  W-OPR-SUPERVISOR  VALUE "S".
       77  W-OPR-FOUND       PIC 9(01) VALUE ZERO.
       77  W-OPR-TRIES       PIC 9(01) VALUE ZERO.
      *
       77  W-SUM-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_release.sum".
       77  W-SUM-LINE        PIC X(80).
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM 0200-SIGN-ON.
       IF W-OPR-FOUND = ZERO
          DISPLAY "サインオンできません"
          MOVE "NOT SIGNED ON" TO W-RC-OUTCOME
          PERFORM 0250-REFUSE-RUN
       END-IF.
       IF NOT W-OPR-SUPERVISOR
          DISPLAY "解除の権限がありません"
          MOVE "NO AUTHORITY" TO W-RC-OUTCOME
          PERFORM 0250-REFUSE-RUN
       END-IF.
      *
       PERFORM 1000-READ-GATE-SUMMARY.
       IF W-HELD-CONDITION NOT = "VARIANCE HELD"
               OR W-HELD-DATE NOT = W-RUN-DATE
          DISPLAY "本日保留中の実行はありません"
          MOVE "NOTHING HELD" TO W-RC-OUTCOME
          PERFORM 0260-END-NOT-RELEASED
       END-IF.
      *
       PERFORM 2000-SHOW-EXCEPTIONS.
       DISPLAY "件数　　: " W-HELD-RECORDS.
       DISPLAY "人口合計: " W-HELD-POP.
       DISPLAY "許容超過: " W-HELD-EXCEPTIONS.
       DISPLAY "この内容で解除しますか(Y/N)".
       ACCEPT W-CONFIRM.
       IF W-CONFIRM NOT = "Y" AND W-CONFIRM NOT = "y"
          DISPLAY "解除を取り消しました"
          MOVE "CANCELLED" TO W-RC-OUTCOME
          PERFORM 0260-END-NOT-RELEASED
       END-IF.
       PERFORM 2100-ACCEPT-REASON.
      *
       PERFORM 3000-WRITE-RELEASE.
       PERFORM 8500-RECORD-ON-RUN-CONTROL.
      *
       MOVE "RELEASED" TO W-RC-OUTCOME.
       PERFORM 9800-WRITE-RUN-SUMMARY.
       DISPLAY "解除しました：".
       DISPLAY W-RELEASE-FILENAME.
       DISPLAY "ゲートの段からチェーンを再開".
       DISPLAY "*** 終了 ***".
       MOVE W-EXIT-CODE TO RETURN-CODE.
       STOP RUN.
      * ---------------------------------------------------------
      *	connect the same way text_read.cob does and sign on
      *	against the operators table: three tries at the id and
      *	pin of an active operator
      * ---------------------------------------------------------
       0200-SIGN-ON.
           CALL "MySQL_init" USING CID
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF
           CALL "MySQL_real_connect"
                       USING "host_mysql" "scott" "tiger"
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF
           CALL "MySQL_selectdb" USING "city"
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF
           MOVE ZERO TO W-OPR-TRIES
           MOVE ZERO TO W-OPR-FOUND
           PERFORM UNTIL W-OPR-FOUND > ZERO OR W-OPR-TRIES >= 3
              ADD 1 TO W-OPR-TRIES
              DISPLAY "担当者ID："
              ACCEPT W-OPR-ID
              DISPLAY "暗証番号："
              ACCEPT W-OPR-PIN
              PERFORM 0210-CHECK-OPERATOR
              IF W-OPR-FOUND = ZERO
                 DISPLAY "IDまたは暗証番号が違います"
              END-IF
           END-PERFORM
           IF W-OPR-FOUND > ZERO
              DISPLAY "担当者　　　: " W-OPR-ID " " W-OPR-NAME
           END-IF.
      * ---------------------------------------------------------
       0210-CHECK-OPERATOR.
           MOVE ZERO TO W-QUOTE-COUNT
           INSPECT W-OPR-ID TALLYING W-QUOTE-COUNT FOR ALL QUOTE
           INSPECT W-OPR-PIN TALLYING W-QUOTE-COUNT FOR ALL QUOTE
           IF W-QUOTE-COUNT > 0 OR W-OPR-ID = SPACE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO W-QUERY
           STRING "select opr_name, role from operators"
                  " where opr_id = '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-OPR-ID) DELIMITED BY SIZE
                  "' and pin = '" DELIMITED BY SIZE
                  FUNCTION TRIM(W-OPR-PIN) DELIMITED BY SIZE
                  "' and active = 'Y'" DELIMITED BY SIZE
                  INTO W-QUERY
           CALL "MySQL_query" USING W-QUERY
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF
           CALL "MySQL_use_result" USING RESULT
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
           END-IF
           CALL "MySQL_fetch_fields" USING RESULT W-OPR-NAME
                       W-OPR-ROLE
           IF RESULT = NULL
              PERFORM 9900-DB-ERROR
           END-IF
           PERFORM UNTIL EOD NOT = EOD
              CALL "MySQL_fetch_row" USING RESULT W-OPR-NAME
                          W-OPR-ROLE
              IF RETURN-CODE = -1
                 EXIT PERFORM
              END-IF
              MOVE 1 TO W-OPR-FOUND
           END-PERFORM.
      * ---------------------------------------------------------
      *	a run refused at sign-on: RC 12 and the summary, no
      *	release written
      * ---------------------------------------------------------
       0250-REFUSE-RUN.
           CALL "MySQL_close"
           MOVE 12 TO W-EXIT-CODE
           PERFORM 9800-WRITE-RUN-SUMMARY
           MOVE W-EXIT-CODE TO RETURN-CODE
           STOP RUN.
      * ---------------------------------------------------------
      *	nothing held today, or the supervisor said no: RC 4 and
      *	the summary, no release written
      * ---------------------------------------------------------
       0260-END-NOT-RELEASED.
           CALL "MySQL_close"
           MOVE 4 TO W-EXIT-CODE
           PERFORM 9800-WRITE-RUN-SUMMARY
           DISPLAY "*** 終了 ***"
           MOVE W-EXIT-CODE TO RETURN-CODE
           STOP RUN.
      * ---------------------------------------------------------
      *	the gate's KEYWORD=VALUE summary: what was held, on which
      *	day, and where its exception report was printed
      * ---------------------------------------------------------
       1000-READ-GATE-SUMMARY.
           MOVE SPACE TO W-HELD-DATE W-HELD-RECORDS W-HELD-POP
                         W-HELD-EXCEPTIONS W-HELD-CONDITION
           OPEN INPUT VS-FILE
           IF W-VARSUM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-VARSUM-STATUS NOT = "00"
              READ VS-FILE
              IF W-VARSUM-STATUS = "00" AND VS-REC NOT = SPACE
                 PERFORM 1100-NOTE-SUMMARY-LINE
              END-IF
           END-PERFORM
           CLOSE VS-FILE.
      * ---------------------------------------------------------
       1100-NOTE-SUMMARY-LINE.
           MOVE SPACE TO W-VS-KEYWORD W-VS-VALUE
           UNSTRING VS-REC DELIMITED BY "="
               INTO W-VS-KEYWORD W-VS-VALUE
           END-UNSTRING
           EVALUATE W-VS-KEYWORD
               WHEN "RUN-DATE"
                    MOVE W-VS-VALUE TO W-HELD-DATE
               WHEN "RECORDS"
                    MOVE W-VS-VALUE TO W-HELD-RECORDS
               WHEN "POPULATION"
                    MOVE W-VS-VALUE TO W-HELD-POP
               WHEN "EXCEPTIONS"
                    MOVE W-VS-VALUE TO W-HELD-EXCEPTIONS
               WHEN "REPORT"
                    MOVE W-VS-VALUE TO W-REPORT-FILENAME
               WHEN "CONDITION"
                    MOVE W-VS-VALUE TO W-HELD-CONDITION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      * ---------------------------------------------------------
      *	the gate's exception report, line for line, so the
      *	supervisor decides on what the gate actually saw
      * ---------------------------------------------------------
       2000-SHOW-EXCEPTIONS.
           OPEN INPUT VR-FILE
           IF W-REPORT-STATUS NOT = "00"
              DISPLAY "帳票が開けません: "
                      W-REPORT-FILENAME(1:50)
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO W-EOF
           PERFORM UNTIL W-EOF = HIGH-VALUE
              READ VR-FILE
                  AT END
                      MOVE HIGH-VALUE TO W-EOF
                  NOT AT END
                      DISPLAY VR-REC(1:100)
              END-READ
           END-PERFORM
           CLOSE VR-FILE.
      * ---------------------------------------------------------
      *	a release always says why; quotes are refused so the
      *	reason can be quoted back safely
      * ---------------------------------------------------------
       2100-ACCEPT-REASON.
           MOVE SPACE TO W-REASON
           PERFORM UNTIL W-REASON NOT = SPACE
              DISPLAY "解除理由："
              ACCEPT W-REASON
              MOVE ZERO TO W-QUOTE-COUNT
              INSPECT W-REASON TALLYING W-QUOTE-COUNT FOR ALL QUOTE
              IF W-QUOTE-COUNT > 0
                 DISPLAY "引用符は使えません"
                 MOVE SPACE TO W-REASON
              END-IF
           END-PERFORM.
      * ---------------------------------------------------------
      *	the release file, in the KEYWORD=VALUE form the gate's
      *	5000-READ-RELEASE reads back
      * ---------------------------------------------------------
       3000-WRITE-RELEASE.
           OPEN OUTPUT RL-FILE
           MOVE SPACE TO W-REL-LINE
           STRING "DATE=" W-HELD-DATE
                  DELIMITED BY SIZE INTO W-REL-LINE
           WRITE RL-REC FROM W-REL-LINE
           MOVE SPACE TO W-REL-LINE
           STRING "RECORDS=" W-HELD-RECORDS
                  DELIMITED BY SIZE INTO W-REL-LINE
           WRITE RL-REC FROM W-REL-LINE
           MOVE SPACE TO W-REL-LINE
           STRING "POPULATION=" W-HELD-POP
                  DELIMITED BY SIZE INTO W-REL-LINE
           WRITE RL-REC FROM W-REL-LINE
           MOVE SPACE TO W-REL-LINE
           STRING "EXCEPTIONS=" W-HELD-EXCEPTIONS
                  DELIMITED BY SIZE INTO W-REL-LINE
           WRITE RL-REC FROM W-REL-LINE
           MOVE SPACE TO W-REL-LINE
           STRING "OPERATOR=" W-OPR-ID
                  DELIMITED BY SIZE INTO W-REL-LINE
           WRITE RL-REC FROM W-REL-LINE
           MOVE SPACE TO W-REL-LINE
           STRING "REASON=" W-REASON
                  DELIMITED BY SIZE INTO W-REL-LINE
           WRITE RL-REC FROM W-REL-LINE
           CLOSE RL-FILE.
      * ---------------------------------------------------------
      *	one run_control row for the release, closed COMPLETED on
      *	the spot, carrying the number of exceptions released and
      *	the supervisor's id
      * ---------------------------------------------------------
       8500-RECORD-ON-RUN-CONTROL.
           SET W-RELEASED TO TRUE
           MOVE SPACE TO W-RC-QUERY
           STRING "insert into run_control values (curdate(),"
                  "'text_release',now(),now()," DELIMITED BY SIZE
                  W-HELD-EXCEPTIONS DELIMITED BY SIZE
                  ",'RELEASED','COMPLETED','" DELIMITED BY SIZE
                  FUNCTION TRIM(W-OPR-ID) DELIMITED BY SIZE
                  "',0)" DELIMITED BY SIZE
                  INTO W-RC-QUERY
           CALL "MySQL_query" USING W-RC-QUERY
           IF RETURN-CODE NOT = 0
              PERFORM 9900-DB-ERROR
           END-IF
           CALL "MySQL_close".
      * ---------------------------------------------------------
       9900-DB-ERROR.
           CALL "MySQL_errno" USING ERRNO
           DISPLAY ERRNO ":".
           CALL "MySQL_error" USING ERR-MSG
           DISPLAY ERR-MSG.
           IF W-RELEASED
              DISPLAY "run_controlに記録できません"
              DISPLAY "解除ファイルは"
                      "作成済みです"
           ELSE
              DISPLAY "解除されていません"
           END-IF.
           IF NOT W-RC-ENDING
              SET W-RC-ENDING TO TRUE
              MOVE "DB ERROR" TO W-RC-OUTCOME
              MOVE 12 TO W-EXIT-CODE
              PERFORM 9800-WRITE-RUN-SUMMARY
              MOVE W-EXIT-CODE TO RETURN-CODE
              STOP RUN
           END-IF.
      * ---------------------------------------------------------
      *	one KEYWORD=VALUE line per fact, so the scheduler and the
      *	monitoring can parse the run without scraping the log
      * ---------------------------------------------------------
       9800-WRITE-RUN-SUMMARY.
           OPEN OUTPUT SUM-FILE
           WRITE SUM-REC FROM "PROGRAM=text_release"
           MOVE SPACE TO W-SUM-LINE
           STRING "RECORDS=" W-HELD-EXCEPTIONS
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "CONDITION=" FUNCTION TRIM(W-RC-OUTCOME)
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RC=" W-EXIT-CODE
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           CLOSE SUM-FILE.
      * ---------------------------------------------------------

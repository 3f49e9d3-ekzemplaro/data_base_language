      *	failure.
      *
      *					Sep/02/2026
      *	Oct/15/2026  the run starts with an operator sign-on
      *	             against the operators table (the connection
      *	             now opens at the start, not just for the
      *	             run_control row); only a supervisor (role S)
      *	             may restore, and the run_control row carries
      *	             the operator id.
      *	Oct/15/2026  the run_control row carries the new
      *	             throughput column (rate), left at zero:
      *	             only the load and the delta measure it.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_restore.
       77  W-RC-STATUS-OUT   PIC X(10).
       77  W-RC-ENDING-SW    PIC X VALUE "N".
           88  W-RC-ENDING       VALUE "Y".
       77  RESULT            USAGE POINTER.
       77  EOD               PIC X.
       77  W-QUERY           PIC X(300).
       77  W-QUOTE-COUNT     PIC 9(03) VALUE ZERO.
       77  W-RESTORED-SW     PIC X VALUE "N".
           88  W-RESTORED        VALUE "Y".
      *
      * the signed-on operator, from the operators table (opr_id,
      * opr_name, role, pin, active); only a supervisor (role S)
      * may restore
       77  W-OPR-ID          PIC X(08).
       77  W-OPR-PIN         PIC X(08).
       77  W-OPR-NAME        PIC X(20).
       77  W-OPR-ROLE        PIC X(01).
           88  W-OPR-SUPERVISOR  VALUE "S".
       77  W-OPR-FOUND       PIC 9(01) VALUE ZERO.
       77  W-OPR-TRIES       PIC 9(01) VALUE ZERO.
      *
       77  W-SUM-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_restore.sum".
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       PERFORM 0200-SIGN-ON.
       IF W-OPR-FOUND = ZERO
          DISPLAY "サインオンできません"
          MOVE "NOT SIGNED ON" TO W-RC-OUTCOME
          PERFORM 0250-REFUSE-RUN
       END-IF.
       IF NOT W-OPR-SUPERVISOR
          DISPLAY "復元の権限がありません"
          MOVE "NO AUTHORITY" TO W-RC-OUTCOME
          PERFORM 0250-REFUSE-RUN
       END-IF.
       PERFORM 0300-READ-CONTROL-FILE.
       IF NOT W-CTL-PRESENT
          DISPLAY "ライブファイル名（省略可）："
       MOVE W-EXIT-CODE TO RETURN-CODE.
       STOP RUN.
      * ---------------------------------------------------------
      *	connect the same way text_read.cob does and sign on
      *	against the operators table: three tries at the id and
      *	pin of an active operator.  the prompts are taken even
      *	when the control file drives the rest of the run - a
      *	restore always has a named operator behind it
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
      *	a run refused at sign-on: RC 12 and the summary, the
      *	live file untouched
      * ---------------------------------------------------------
       0250-REFUSE-RUN.
           CALL "MySQL_close"
           MOVE 12 TO W-EXIT-CODE
           PERFORM 9800-WRITE-RUN-SUMMARY
           MOVE W-EXIT-CODE TO RETURN-CODE
           STOP RUN.
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	(LIVE-FILE, GENERATION) replace the prompts, so a
      *	scripted recovery can run this hands-off
      * ---------------------------------------------------------
      *	one run_control row for the restore, closed COMPLETED on
      *	the spot, so the morning status shows the cycle ran on
      *	restored data, under the signed-on operator; the
      *	connection is the one the sign-on opened
      * ---------------------------------------------------------
       8500-RECORD-ON-RUN-CONTROL.
           SET W-RESTORED TO TRUE
           MOVE SPACE TO W-RC-QUERY
           STRING "insert into run_control values (curdate(),"
                  "'text_restore',now(),now()," DELIMITED BY SIZE
                  W-TOTAL-RECORDS DELIMITED BY SIZE
                  ",'RESTORED','COMPLETED','" DELIMITED BY SIZE
                  FUNCTION TRIM(W-OPR-ID) DELIMITED BY SIZE
                  "',0)" DELIMITED BY SIZE
                  INTO W-RC-QUERY
           CALL "MySQL_query" USING W-RC-QUERY
           IF RETURN-CODE NOT = 0
           DISPLAY ERRNO ":".
           CALL "MySQL_error" USING ERR-MSG
           DISPLAY ERR-MSG.
           IF W-RESTORED
              DISPLAY "run_controlに記録できません"
              DISPLAY "ファイルの復元自体は"
                      "完了しています"
           ELSE
              DISPLAY "ライブファイルは"
                      "変更されていません"
           END-IF.
           IF NOT W-RC-ENDING
              SET W-RC-ENDING TO TRUE
              MOVE "DB ERROR" TO W-RC-OUTCOME

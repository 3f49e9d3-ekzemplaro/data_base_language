      * ---------------------------------------------------------
      *	text_snapshot.cob
      *
      *	period-end snapshot: the verified cities file - every
      *	city and its ward (区) breakdown - is frozen under a
      *	period label (2026Q1, FY2025, ...) as the official figure
      *	for that period.  cities_hist cannot serve for this: it
      *	records every correction, so a re-run changes the
      *	picture; a snapshot, once taken, is never rewritten.
      *
      *	the input is checked against its own TRAILER the way
      *	text_read.cob's 3000-VERIFY-TRAILER does it, and only a
      *	file that checks out is copied to <base><label> - in the
      *	cities.txt layout, so every text program reads it - and
      *	registered on the snapshot catalog, one line per period:
      *
      *	    label TAB filename TAB taken-on (YYYYMMDD)
      *	    TAB city count TAB population total
      *
      *	text_league.cob compares any two periods from it.  a
      *	label already on the catalog is refused.  the run ends 0,
      *	6 on a trailer mismatch (nothing frozen), 12 on a setup
      *	failure or a label already taken.  control file keywords:
      *	INPUT-FILE, PERIOD, SNAPSHOT-BASE, CATALOG.
      *
      *					Oct/15/2026
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_snapshot.
      * ---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT I-FILE
           ASSIGN TO W-INPUT-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-INPUT-STATUS.
       SELECT SN-FILE
           ASSIGN TO W-SNAP-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
       SELECT SC-FILE
           ASSIGN TO W-CATALOG-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-CATALOG-STATUS.
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
       FD  I-FILE
           LABEL RECORDS ARE STANDARD.
       01  INP-REC.
           03 PIC X(1024).
       FD  SN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SNP-REC.
           03 PIC X(1024).
       FD  SC-FILE
           LABEL RECORDS ARE STANDARD.
       01  SC-REC.
           03 PIC X(300).
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CTL-REC.
           03 PIC X(300).
       FD  SUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUM-REC.
           03 PIC X(80).
      * ---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  W-INPUT-FILENAME  PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.txt".
       77  W-INPUT-STATUS    PIC X(02).
       77  W-SNAP-BASE       PIC X(256)
                              VALUE "/var/tmp/plain_text/cities.snap.".
       77  W-SNAP-FILENAME   PIC X(256).
       77  W-CATALOG-FILENAME PIC X(256)
                          VALUE "/var/tmp/plain_text/cities.snap.cat".
       77  W-CATALOG-STATUS  PIC X(02).
       77  W-PARM-FILENAME   PIC X(256).
       77  W-EOF             PIC X.
       77  W-RUN-DATE        PIC X(08).
      *
      * the period label: one word, no path separators - it
      * becomes part of the snapshot's filename
       77  W-PERIOD          PIC X(12).
       77  W-PERIOD-WORD     PIC X(12).
       77  W-BAD-CHARS       PIC 9(03).
       77  W-PERIOD-BAD-SW   PIC X VALUE "N".
           88  W-PERIOD-BAD      VALUE "Y".
       77  W-PERIOD-TAKEN-SW PIC X VALUE "N".
           88  W-PERIOD-TAKEN    VALUE "Y".
       77  W-CAT-LABEL       PIC X(12).
       77  W-CAT-FILE        PIC X(256).
      *
       77  W-CITY-ID         PIC X(07).
       77  W-CITY-NAME       PIC X(20).
       77  W-CITY-POP-TEXT   PIC X(08).
       77  W-CITY-POP-NUM    PIC 9(08).
       77  W-TOTAL-RECORDS   PIC 9(07) VALUE ZERO.
       77  W-TOTAL-POP       PIC 9(10) VALUE ZERO.
       77  W-WARD-COUNT      PIC 9(07) VALUE ZERO.
       77  W-COPY-COUNT      PIC 9(07) VALUE ZERO.
      *
       77  W-TRAILER-LABEL   PIC X(07).
       77  W-TRAILER-CNT-TXT PIC X(07).
       77  W-TRAILER-POP-TXT PIC X(10).
       77  W-TRAILER-COUNT   PIC 9(07).
       77  W-TRAILER-POP     PIC 9(10).
       77  W-TRAILER-BAD-SW  PIC X VALUE "N".
           88  W-TRAILER-BAD     VALUE "Y".
       77  W-TRAILER-SEEN-SW PIC X VALUE "N".
           88  W-TRAILER-SEEN    VALUE "Y".
      *
       77  W-CTL-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_snapshot.ctl".
       77  W-CTL-STATUS      PIC X(02).
       77  W-CTL-KEYWORD     PIC X(20).
       77  W-CTL-VALUE       PIC X(256).
       77  W-CTL-SW          PIC X VALUE "N".
           88  W-CTL-PRESENT     VALUE "Y".
      *
       77  W-RC-OUTCOME      PIC X(20).
       77  W-SUM-FILENAME    PIC X(256) VALUE
                             "/var/tmp/plain_text/text_snapshot.sum".
       77  W-SUM-LINE        PIC X(80).
       77  W-EXIT-CODE       PIC 9(02) VALUE ZERO.
      * ---------------------------------------------------------
       PROCEDURE DIVISION.
       DISPLAY "*** 開始 ***".
       ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
       PERFORM 0300-READ-CONTROL-FILE.
       IF NOT W-CTL-PRESENT
          DISPLAY "入力ファイル名（省略可）："
          ACCEPT W-PARM-FILENAME
          DISPLAY "期間ラベル（例 2026Q1 / FY2025）："
          ACCEPT W-PERIOD
       END-IF.
       IF W-PARM-FILENAME NOT = SPACE
          MOVE W-PARM-FILENAME TO W-INPUT-FILENAME
       END-IF.
      *
       PERFORM 0400-CHECK-PERIOD-LABEL.
       IF W-PERIOD-BAD
          DISPLAY "期間ラベルが不正です"
          MOVE "SETUP ERROR" TO W-RC-OUTCOME
          PERFORM 9700-END-SETUP-ERROR
       END-IF.
       PERFORM 1000-CHECK-CATALOG.
       IF W-PERIOD-TAKEN
          DISPLAY "この期間は凍結済みです: " W-PERIOD
          DISPLAY "  " W-CAT-FILE(1:60)
          MOVE "PERIOD EXISTS" TO W-RC-OUTCOME
          PERFORM 9700-END-SETUP-ERROR
       END-IF.
       MOVE SPACE TO W-SNAP-FILENAME.
       STRING FUNCTION TRIM(W-SNAP-BASE) FUNCTION TRIM(W-PERIOD)
              DELIMITED BY SIZE INTO W-SNAP-FILENAME.
       DISPLAY "期間　　: " W-PERIOD.
       DISPLAY "入力　　: " W-INPUT-FILENAME(1:60).
      *
       PERFORM 2000-VERIFY-INPUT.
       IF W-TRAILER-BAD OR NOT W-TRAILER-SEEN
          DISPLAY "トレーラー検証に失敗しました"
          DISPLAY "凍結していません"
          MOVE "TRAILER MISMATCH" TO W-RC-OUTCOME
          MOVE 6 TO W-EXIT-CODE
          PERFORM 9800-WRITE-RUN-SUMMARY
          MOVE W-EXIT-CODE TO RETURN-CODE
          STOP RUN
       END-IF.
      *
       PERFORM 3000-COPY-SNAPSHOT.
       PERFORM 4000-REGISTER-SNAPSHOT.
      *
       MOVE "NORMAL" TO W-RC-OUTCOME.
       PERFORM 9800-WRITE-RUN-SUMMARY.
       DISPLAY "都市件数: " W-TOTAL-RECORDS.
       DISPLAY "区件数　: " W-WARD-COUNT.
       DISPLAY "人口合計: " W-TOTAL-POP.
       DISPLAY "凍結しました：".
       DISPLAY W-SNAP-FILENAME.
       DISPLAY "*** 終了 ***".
       MOVE W-EXIT-CODE TO RETURN-CODE.
       STOP RUN.
      * ---------------------------------------------------------
      *	when the control file is present its KEYWORD=VALUE lines
      *	replace the prompts, so the period-end run can be
      *	scheduled
      * ---------------------------------------------------------
       0300-READ-CONTROL-FILE.
           MOVE SPACE TO W-PARM-FILENAME W-PERIOD
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
               WHEN "INPUT-FILE"
                    MOVE W-CTL-VALUE TO W-PARM-FILENAME
               WHEN "PERIOD"
                    MOVE W-CTL-VALUE(1:12) TO W-PERIOD
               WHEN "SNAPSHOT-BASE"
                    MOVE W-CTL-VALUE TO W-SNAP-BASE
               WHEN "CATALOG"
                    MOVE W-CTL-VALUE TO W-CATALOG-FILENAME
               WHEN OTHER
                    DISPLAY "不明なキーワード: " W-CTL-KEYWORD
           END-EVALUATE.
      * ---------------------------------------------------------
      *	one word, no slash, no quote, no tab
      * ---------------------------------------------------------
       0400-CHECK-PERIOD-LABEL.
           MOVE SPACE TO W-PERIOD-WORD
           UNSTRING W-PERIOD DELIMITED BY SPACE
               INTO W-PERIOD-WORD
           END-UNSTRING
           MOVE ZERO TO W-BAD-CHARS
           INSPECT W-PERIOD TALLYING W-BAD-CHARS
                   FOR ALL "/" ALL QUOTE ALL X"09"
           IF W-PERIOD = SPACE OR W-PERIOD-WORD NOT = W-PERIOD
                   OR W-BAD-CHARS > ZERO
              SET W-PERIOD-BAD TO TRUE
           END-IF.
      * ---------------------------------------------------------
      *	a snapshot is frozen: a label already on the catalog is
      *	never taken again
      * ---------------------------------------------------------
       1000-CHECK-CATALOG.
           OPEN INPUT SC-FILE
           IF W-CATALOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL W-CATALOG-STATUS NOT = "00"
              READ SC-FILE
              IF W-CATALOG-STATUS = "00" AND SC-REC NOT = SPACE
                 MOVE SPACE TO W-CAT-LABEL W-CAT-FILE
                 UNSTRING SC-REC DELIMITED BY X"09"
                     INTO W-CAT-LABEL W-CAT-FILE
                 END-UNSTRING
                 IF W-CAT-LABEL = W-PERIOD
                    SET W-PERIOD-TAKEN TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE SC-FILE.
      * ---------------------------------------------------------
      *	first pass: count the cities and their population the
      *	way text_read.cob counts them (wards and the trailer
      *	stay out) and hold the total against the TRAILER
      * ---------------------------------------------------------
       2000-VERIFY-INPUT.
           OPEN INPUT I-FILE
           IF W-INPUT-STATUS NOT = "00"
              DISPLAY "入力ファイルが開けません: "
                      W-INPUT-STATUS
              MOVE "INPUT NOT FOUND" TO W-RC-OUTCOME
              PERFORM 9700-END-SETUP-ERROR
           END-IF
           MOVE LOW-VALUE TO W-EOF
           PERFORM UNTIL W-EOF = HIGH-VALUE
              READ I-FILE
                  AT END MOVE HIGH-VALUE TO W-EOF
                  NOT AT END PERFORM 2100-COUNT-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE I-FILE.
      * ---------------------------------------------------------
       2100-COUNT-ONE-LINE.
           IF INP-REC(1:1) = "W" AND INP-REC(2:1) = X"09"
              ADD 1 TO W-WARD-COUNT
           ELSE
              IF INP-REC(1:7) = "TRAILER"
                 PERFORM 2200-VERIFY-TRAILER
              ELSE
                 MOVE SPACE TO W-CITY-ID W-CITY-NAME
                               W-CITY-POP-TEXT
                 UNSTRING INP-REC DELIMITED BY X"09"
                     INTO W-CITY-ID W-CITY-NAME W-CITY-POP-TEXT
                 END-UNSTRING
                 IF W-CITY-ID NOT = SPACE
                         AND FUNCTION TRIM(W-CITY-POP-TEXT)
                                 NUMERIC
                    ADD 1 TO W-TOTAL-RECORDS
                    COMPUTE W-CITY-POP-NUM =
                            FUNCTION NUMVAL(W-CITY-POP-TEXT)
                    ADD W-CITY-POP-NUM TO W-TOTAL-POP
                 END-IF
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	same check as 3000-VERIFY-TRAILER in text_read.cob
      * ---------------------------------------------------------
       2200-VERIFY-TRAILER.
           SET W-TRAILER-SEEN TO TRUE
           MOVE SPACE TO W-TRAILER-LABEL W-TRAILER-CNT-TXT
                         W-TRAILER-POP-TXT
           UNSTRING INP-REC DELIMITED BY X"09"
               INTO W-TRAILER-LABEL W-TRAILER-CNT-TXT
                    W-TRAILER-POP-TXT
           END-UNSTRING
           IF FUNCTION TRIM(W-TRAILER-CNT-TXT) NUMERIC
                   AND FUNCTION TRIM(W-TRAILER-POP-TXT) NUMERIC
              COMPUTE W-TRAILER-COUNT =
                      FUNCTION NUMVAL(W-TRAILER-CNT-TXT)
              COMPUTE W-TRAILER-POP =
                      FUNCTION NUMVAL(W-TRAILER-POP-TXT)
              IF W-TRAILER-COUNT = W-TOTAL-RECORDS
                      AND W-TRAILER-POP = W-TOTAL-POP
                 DISPLAY "トレーラーと一致しました"
              ELSE
                 SET W-TRAILER-BAD TO TRUE
                 DISPLAY "トレーラー不一致"
                 DISPLAY "  トレーラー件数　: " W-TRAILER-COUNT
                 DISPLAY "  読込件数　　　　: " W-TOTAL-RECORDS
                 DISPLAY "  トレーラー人口　: " W-TRAILER-POP
                 DISPLAY "  読込人口　　　　: " W-TOTAL-POP
              END-IF
           ELSE
              SET W-TRAILER-BAD TO TRUE
              DISPLAY "トレーラーの形式が不正です"
           END-IF.
      * ---------------------------------------------------------
      *	second pass: the verified file, line for line, becomes
      *	the period's snapshot
      * ---------------------------------------------------------
       3000-COPY-SNAPSHOT.
           OPEN INPUT I-FILE
           OPEN OUTPUT SN-FILE
           MOVE ZERO TO W-COPY-COUNT
           MOVE LOW-VALUE TO W-EOF
           PERFORM UNTIL W-EOF = HIGH-VALUE
              READ I-FILE
                  AT END MOVE HIGH-VALUE TO W-EOF
                  NOT AT END
                      WRITE SNP-REC FROM INP-REC
                      ADD 1 TO W-COPY-COUNT
              END-READ
           END-PERFORM
           CLOSE SN-FILE
           CLOSE I-FILE.
      * ---------------------------------------------------------
      *	one catalog line per period, appended
      * ---------------------------------------------------------
       4000-REGISTER-SNAPSHOT.
           OPEN EXTEND SC-FILE
           IF W-CATALOG-STATUS = "35"
              OPEN OUTPUT SC-FILE
           END-IF
           MOVE SPACE TO SC-REC
           STRING FUNCTION TRIM(W-PERIOD) X"09"
                  FUNCTION TRIM(W-SNAP-FILENAME) X"09"
                  W-RUN-DATE X"09"
                  W-TOTAL-RECORDS X"09"
                  W-TOTAL-POP
                  DELIMITED BY SIZE INTO SC-REC
           WRITE SC-REC
           CLOSE SC-FILE.
      * ---------------------------------------------------------
      *	a bad label, a taken label or a missing input: RC 12 and
      *	the summary, nothing frozen
      * ---------------------------------------------------------
       9700-END-SETUP-ERROR.
           MOVE 12 TO W-EXIT-CODE
           PERFORM 9800-WRITE-RUN-SUMMARY
           MOVE W-EXIT-CODE TO RETURN-CODE
           STOP RUN.
      * ---------------------------------------------------------
      *	one KEYWORD=VALUE line per fact, so the scheduler and the
      *	monitoring can parse the run without scraping the log
      * ---------------------------------------------------------
       9800-WRITE-RUN-SUMMARY.
           OPEN OUTPUT SUM-FILE
           WRITE SUM-REC FROM "PROGRAM=text_snapshot"
           MOVE SPACE TO W-SUM-LINE
           STRING "PERIOD=" W-PERIOD
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "RECORDS=" W-TOTAL-RECORDS
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "WARDS=" W-WARD-COUNT
                  DELIMITED BY SIZE INTO W-SUM-LINE
           WRITE SUM-REC FROM W-SUM-LINE
           MOVE SPACE TO W-SUM-LINE
           STRING "POPULATION=" W-TOTAL-POP
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

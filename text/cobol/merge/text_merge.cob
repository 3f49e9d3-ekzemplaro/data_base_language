      *	             file this cycle - so a branch file that
      *	             simply never arrived is seen at the merge,
      *	             not at reconciliation.
      *	Oct/15/2026  every refused file (manifest missing or not
      *	             matching) and every outstanding prefecture is
      *	             also written to the manifest exception file
      *	             <output>.mfx - kind, file or prefecture,
      *	             detail, tab-delimited - so the problems
      *	             outlive the console log for the morning
      *	             checks.
      *	Oct/15/2026  the prefecture table holds 50 entries, not
      *	             10: prefect.txt is now regenerated from
      *	             the prefectures table by mysql_prefout.cob
      *	             and must have room for every prefecture
      *	             in the country.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_merge.
           ASSIGN TO W-PREF-FILENAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS W-PREF-STATUS.
       SELECT MX-FILE
           ASSIGN TO W-MFX-FILENAME
           ORGANIZATION LINE SEQUENTIAL.
      * ---------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PF-REC.
           03 PIC X(40).
       FD  MX-FILE
           LABEL RECORDS ARE STANDARD.
       01  MX-REC.
           03 PIC X(300).
      * ---------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  W-INPUT-FILENAME  PIC X(256).
       77  W-FILE-OK-SW      PIC X.
           88  W-FILE-OK         VALUE "Y".
       77  W-REFUSED-COUNT   PIC 9(02) VALUE ZERO.
       77  W-MFX-FILENAME    PIC X(256).
       77  W-MFX-KIND        PIC X(12).
       77  W-MFX-SUBJECT     PIC X(256).
       77  W-MFX-DETAIL      PIC X(60).
       77  W-PASS-SW         PIC X.
           88  W-COUNT-PASS      VALUE "C".
           88  W-RELEASE-PASS    VALUE "R".
                              VALUE "/var/tmp/plain_text/prefect.txt".
       77  W-PREF-STATUS     PIC X(02).
       01  W-PREF-TABLE.
           03  W-PREF-ENTRY      OCCURS 50 TIMES
                                  INDEXED BY W-PREF-IX.
               05  W-PREF-CODE       PIC X(02).
               05  W-PREF-NAME       PIC X(20).
          STOP RUN
       END-IF.
       PERFORM 0400-LOAD-PREF-TABLE.
       MOVE SPACE TO W-MFX-FILENAME.
       STRING FUNCTION TRIM(W-OUTPUT-FILENAME) ".mfx"
              DELIMITED BY SIZE INTO W-MFX-FILENAME.
       OPEN OUTPUT MX-FILE.
      *
       SORT S-FILE ON ASCENDING KEY SRT-ID SRT-SRC SRT-SEQ
           INPUT PROCEDURE 1000-RELEASE-ALL-FILES
          DISPLAY "拒否ファイル: " W-REFUSED-COUNT
       END-IF.
       PERFORM 4000-REPORT-OUTSTANDING.
       CLOSE MX-FILE.
       DISPLAY "*** 終了 ***".
       IF W-REFUSED-COUNT > ZERO OR W-OUTSTANDING > ZERO
          MOVE 4 TO RETURN-CODE
           IF W-MANIFEST-STATUS NOT = "00"
              DISPLAY "マニフェストがありません: "
                      W-MANIFEST-FILENAME(1:50)
              MOVE "MISSING" TO W-MFX-KIND
              MOVE W-SRC-ENTRY(W-SRC-NUM) TO W-MFX-SUBJECT
              MOVE "NO MANIFEST" TO W-MFX-DETAIL
              PERFORM 4100-WRITE-MANIFEST-EXCEPTION
           ELSE
              SET W-MF-SEEN TO TRUE
              PERFORM UNTIL W-MANIFEST-STATUS NOT = "00"
                         " 実件数: " W-FILE-RECORDS
                 DISPLAY "  申告人口: " W-MF-POP
                 DISPLAY "  実人口　: " W-FILE-POP
                 MOVE "MISMATCH" TO W-MFX-KIND
                 MOVE W-SRC-ENTRY(W-SRC-NUM) TO W-MFX-SUBJECT
                 MOVE SPACE TO W-MFX-DETAIL
                 STRING "MANIFEST " W-MF-RECORDS "/" W-MF-POP
                        " FILE " W-FILE-RECORDS "/" W-FILE-POP
                        DELIMITED BY SIZE INTO W-MFX-DETAIL
                 PERFORM 4100-WRITE-MANIFEST-EXCEPTION
              END-IF
           END-IF.
      * ---------------------------------------------------------
           PERFORM UNTIL W-PREF-STATUS NOT = "00"
              READ PF-FILE
              IF W-PREF-STATUS = "00" AND PF-REC NOT = SPACE
                      AND W-PREF-COUNT < 50
                 ADD 1 TO W-PREF-COUNT
                 SET W-PREF-IX TO W-PREF-COUNT
                 UNSTRING PF-REC DELIMITED BY X"09"
                 DISPLAY "未返送　　　: "
                         W-PREF-CODE(W-PREF-NUM) " "
                         W-PREF-NAME(W-PREF-NUM)(1:8)
                 MOVE "OUTSTANDING" TO W-MFX-KIND
                 MOVE W-PREF-CODE(W-PREF-NUM) TO W-MFX-SUBJECT
                 MOVE W-PREF-NAME(W-PREF-NUM) TO W-MFX-DETAIL
                 PERFORM 4100-WRITE-MANIFEST-EXCEPTION
              END-IF
           END-PERFORM
           IF W-OUTSTANDING = ZERO
              DISPLAY "全支部返送済み"
           END-IF.
      * ---------------------------------------------------------
      *	one line on the manifest exception file
      * ---------------------------------------------------------
       4100-WRITE-MANIFEST-EXCEPTION.
           MOVE SPACE TO MX-REC
           STRING FUNCTION TRIM(W-MFX-KIND) X"09"
                  FUNCTION TRIM(W-MFX-SUBJECT) X"09"
                  FUNCTION TRIM(W-MFX-DETAIL)
                  DELIMITED BY SIZE INTO MX-REC
           WRITE MX-REC.
      * ---------------------------------------------------------
      *	same check as 3000-VERIFY-TRAILER in text_read.cob, per
      *	input file
      * ---------------------------------------------------------

      *	             text_read.cob.  each dropped ward is shown
      *	             and counted, so the section knows to send
      *	             the new breakdown.
      *	Oct/15/2026  every transaction's city id - and an M
      *	             transaction's successor id - must pass the
      *	             check digit mysql_idreg.cob issues ids with;
      *	             one that fails is rejected with CITY ID CHECK
      *	             DIGIT IS WRONG instead of being applied.  a
      *	             new city's id is to be taken from the
      *	             registry, not made up at the keyboard.  ids
      *	             of four digits or fewer predate the registry
      *	             and are not checked.
      *	Oct/15/2026  the prefecture table holds 50 entries, not
      *	             10: prefect.txt is now regenerated from
      *	             the prefectures table by mysql_prefout.cob
      *	             and must have room for every prefecture
      *	             in the country.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_update.
                              VALUE "/var/tmp/plain_text/prefect.txt".
       77  W-PREF-STATUS     PIC X(02).
       01  W-PREF-TABLE.
           03  W-PREF-ENTRY      OCCURS 50 TIMES
                                  INDEXED BY W-PREF-IX.
               05  W-PREF-CODE       PIC X(02).
               05  W-PREF-NAME       PIC X(20).
           88  W-VALID           VALUE "Y".
           88  W-INVALID         VALUE "N".
       77  W-REJECT-REASON   PIC X(40).
      * the city-id check digit (same as mysql_idreg.cob)
       77  W-CKD-ID          PIC X(07).
       77  W-CKD-LEN         PIC 9(02).
       77  W-CKD-IX          PIC 9(02).
       77  W-CKD-DIGIT       PIC 9(01).
       77  W-CKD-DOUBLE      PIC 9(02).
       77  W-CKD-SUM         PIC 9(03).
       77  W-CKD-QUOT        PIC 9(03).
       77  W-CKD-REM         PIC 9(01).
       77  W-CKD-ALT-SW      PIC X.
           88  W-CKD-ALT         VALUE "Y".
       77  W-CKD-SW          PIC X.
           88  W-CKD-GOOD        VALUE "Y".
           88  W-CKD-BAD         VALUE "N".
      *
       77  W-OUT-COUNT       PIC 9(05) VALUE ZERO.
       77  W-APPLIED-COUNT   PIC 9(05) VALUE ZERO.
              MOVE "CITY-ID IS MISSING" TO W-REJECT-REASON
           END-IF

           IF W-VALID
              MOVE W-TRN-ID TO W-CKD-ID
              PERFORM 1400-CHECK-ID-DIGIT
              IF W-CKD-BAD
                 SET W-INVALID TO TRUE
                 MOVE "CITY ID CHECK DIGIT IS WRONG"
                   TO W-REJECT-REASON
              END-IF
           END-IF

           IF W-VALID
              EVALUATE W-TRN-ACTION
                  WHEN "P"
                             SET W-INVALID TO TRUE
                             MOVE "MERGED INTO ITSELF"
                               TO W-REJECT-REASON
                          ELSE
                             MOVE W-TRN-NAME(1:7) TO W-CKD-ID
                             PERFORM 1400-CHECK-ID-DIGIT
                             IF W-CKD-BAD
                                SET W-INVALID TO TRUE
                                MOVE "SUCCESSOR ID CHECK DIGIT IS WRONG"
                                  TO W-REJECT-REASON
                             END-IF
                          END-IF
                       END-IF
                  WHEN OTHER
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	the check digit on a city id (same as mysql_idreg.cob,
      *	which issues them): an id of five or more digits after
      *	the "t" ends in a mod-10 check digit over the digits
      *	ahead of it, every second digit from the right doubled.
      *	ids of four digits or fewer predate the registry and
      *	carry no check digit.
      * ---------------------------------------------------------
       1400-CHECK-ID-DIGIT.
           SET W-CKD-GOOD TO TRUE
           MOVE ZERO TO W-CKD-LEN
           INSPECT W-CKD-ID(2:6) TALLYING W-CKD-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-CKD-LEN >= 5
              IF W-CKD-ID(2:W-CKD-LEN) NOT NUMERIC
                 SET W-CKD-BAD TO TRUE
              ELSE
                 MOVE ZERO TO W-CKD-SUM
                 MOVE "N" TO W-CKD-ALT-SW
                 PERFORM VARYING W-CKD-IX FROM W-CKD-LEN BY -1
                         UNTIL W-CKD-IX = ZERO
                    MOVE W-CKD-ID(W-CKD-IX + 1:1) TO W-CKD-DIGIT
                    IF W-CKD-ALT
                       COMPUTE W-CKD-DOUBLE = W-CKD-DIGIT * 2
                       IF W-CKD-DOUBLE > 9
                          SUBTRACT 9 FROM W-CKD-DOUBLE
                       END-IF
                       ADD W-CKD-DOUBLE TO W-CKD-SUM
                       MOVE "N" TO W-CKD-ALT-SW
                    ELSE
                       ADD W-CKD-DIGIT TO W-CKD-SUM
                       MOVE "Y" TO W-CKD-ALT-SW
                    END-IF
                 END-PERFORM
                 DIVIDE W-CKD-SUM BY 10 GIVING W-CKD-QUOT
                        REMAINDER W-CKD-REM
                 IF W-CKD-REM NOT = ZERO
                    SET W-CKD-BAD TO TRUE
                 END-IF
              END-IF
           END-IF.
      * ---------------------------------------------------------
      *	pre-pass for the mergers: the predecessor's population
      *	has to be known before the main pass reaches the
      *	successor, whichever order the two sit on the master, so
           PERFORM UNTIL W-PREF-STATUS NOT = "00"
              READ PF-FILE
              IF W-PREF-STATUS = "00" AND PF-REC NOT = SPACE
                      AND W-PREF-COUNT < 50
                 ADD 1 TO W-PREF-COUNT
                 SET W-PREF-IX TO W-PREF-COUNT
                 UNSTRING PF-REC DELIMITED BY X"09"

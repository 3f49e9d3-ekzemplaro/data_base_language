      *	             population cannot be read, the population
      *	             half of the verify is skipped with a
      *	             message rather than failed spuriously.
      *	Oct/15/2026  a detail record whose city id fails the check
      *	             digit mysql_idreg.cob issues ids with goes to
      *	             the reject file with CITY ID CHECK DIGIT IS
      *	             WRONG and is netted out of the TRL verify like
      *	             any other rejected detail.  ids of four
      *	             digits or fewer predate the registry and are
      *	             not checked.
      * ---------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        text_hostin.
       77  W-TRL-BAD-SW      PIC X VALUE "N".
           88  W-TRL-BAD         VALUE "Y".
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
       77  W-CITY-POP-NUM    PIC 9(08).
       77  W-POP-DIGITS      PIC Z(07)9.
              PERFORM 2500-WRITE-REJECT
           END-IF.
      * ---------------------------------------------------------
      *	one detail record: the id must be present and pass its
      *	check digit, and the population must be numeric; a good
      *	record becomes one tab-delimited cities.txt row with
      *	trimmed fields
      * ---------------------------------------------------------
       2000-CONVERT-ONE-DETAIL.
           MOVE HD-ID TO W-CKD-ID
           PERFORM 2700-CHECK-ID-DIGIT
           EVALUATE TRUE
               WHEN HD-ID = SPACE
                    MOVE "CITY-ID IS MISSING" TO W-REJECT-REASON
                    PERFORM 2500-WRITE-REJECT
                    PERFORM 2600-NOTE-DETAIL-REJECT
               WHEN W-CKD-BAD
                    MOVE "CITY ID CHECK DIGIT IS WRONG"
                      TO W-REJECT-REASON
                    PERFORM 2500-WRITE-REJECT
                    PERFORM 2600-NOTE-DETAIL-REJECT
               WHEN FUNCTION TRIM(HD-POP) NOT NUMERIC
                    MOVE "POPULATION IS NOT NUMERIC"
                      TO W-REJECT-REASON
              SET W-REJ-POP-UNKNOWN TO TRUE
           END-IF.
      * ---------------------------------------------------------
      *	the check digit on a city id (same as mysql_idreg.cob,
      *	which issues them): an id of five or more digits after
      *	the "t" ends in a mod-10 check digit over the digits
      *	ahead of it, every second digit from the right doubled.
      *	ids of four digits or fewer predate the registry and
      *	carry no check digit.
      * ---------------------------------------------------------
       2700-CHECK-ID-DIGIT.
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
      *	the host's TRL record must carry what was actually
      *	converted: the rejected detail records (and their
      *	populations) are netted out of the host's figures, and

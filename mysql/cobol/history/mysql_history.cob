      *	session.
      *
      *					Aug/22/2026
      *	Oct/15/2026  each history row now shows the operator who
      *	             caused the change (BATCH for the unattended
      *	             steps).
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-history.
        01  w-id-parm        pic x(06).
        01  w-row-count      pic 9(05).
      * one cities_hist row: the cities columns plus the action,
      * the writing program, the timestamp and the operator
        01  h-id             pic 9(06).
        01  h-name           pic x(10).
        01  h-pop            pic 9(08).
        01  h-action         pic x(01).
        01  h-program        pic x(20).
        01  h-ts             pic x(19).
        01  h-opr            pic x(08).
        procedure       division.

        0000-mainline.

            call "MySQL_fetch_fields" using result h-id h-name
                        h-pop h-date h-pref h-action h-program h-ts
                        h-opr
            if result = NULL then
               perform db-error
            end-if
            perform until eod not = eod
               call "MySQL_fetch_row" using result h-id h-name
                           h-pop h-date h-pref h-action h-program
                           h-ts h-opr
               if return-code = -1 then
                  exit perform
               end-if
               display h-ts " " h-action " " h-pop " " h-name
                       " " h-date " " h-pref " " h-program
                       " " h-opr
               add 1 to w-row-count
            end-perform


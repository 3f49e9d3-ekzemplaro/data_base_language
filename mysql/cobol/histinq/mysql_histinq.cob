      *	that this works from the flat files alone.
      *
      *					Sep/02/2026
      *	Oct/15/2026  the operator field mysql_unload.cob now writes
      *	             is shown on each row; older unload files
      *	             without it show it blank.
      * ---------------------------------------------------------
        identification  division.
        program-id.     mysql-histinq.
        01  h-action         pic x(01).
        01  h-program        pic x(20).
        01  h-ts             pic x(19).
        01  h-opr            pic x(08).
        procedure       division.

        0000-mainline.
               continue
            else
               move spaces to h-id h-name h-pop h-date h-pref
                              h-action h-program h-ts h-opr
               unstring unl-rec delimited by x"09"
                   into h-id h-name h-pop h-date h-pref
                        h-action h-program h-ts h-opr
               end-unstring
               if function trim(h-id) numeric
                  if function numval(h-id) = w-seek-id
                     display h-ts " " h-action " " h-pop " "
                             h-name " " h-date " " h-pref " "
                             h-program " " h-opr
                     add 1 to w-row-count
                  end-if
               end-if

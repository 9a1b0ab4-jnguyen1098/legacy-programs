        goback
    end-if.
    move function current-date to wsDateTime.
    move spaces to actionRecord.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into acTimestamp

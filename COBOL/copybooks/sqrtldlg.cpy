*> One row per extract the loader converted: the date, the extract
*> file, its source code, and the serial range the load assigned --
*> so the lineage query can say which extract a given record serial
*> arrived on. Written by sqrtload, read by sqrtlin. llWorkOrder
*> names the work order the extract's ticket filed it under
*> (sqrtword.cpy), spaces when it came without one; sqrtwost counts
*> an order's records off the ranges carrying its id.
01 loadLogRecord.
    02 llDate    pic x(08).
    02 llExtract pic x(30).
    02 llFirst   pic x(07).
    02 llLast    pic x(07).
    02 llWritten pic 9(07).
    02 llWorkOrder pic x(10).
    02 filler    pic x(08).

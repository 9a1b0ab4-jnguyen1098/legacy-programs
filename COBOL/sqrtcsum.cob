*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -                Shared File Content Checksum Subprogram            -
*> ---------------------------------------------------------------------
*> A record count proves a copy arrived whole on the day it was made;
*> it says nothing about the same file months later, when a sector
*> has rotted under a generation nobody has opened since. Every file
*> the estate keeps for the long haul -- the sqrtarch generations,
*> the sealed audit volumes, the shipped standby transmissions -- is
*> checksummed here when it is written, and checksummed here again
*> when sqrtscrb re-reads it, so the two figures come from the one
*> rule (the sqrtlock mold).
*>
*> Each record is weighed byte by byte -- the byte's ordinal times
*> its position, the extract fingerprint's rule (sqrtload.cob) -- and
*> folded into a running sum that is multiplied on before each
*> record, so swapped or reordered records change the checksum as
*> surely as an altered byte does. Kept modulo 10**12.
*>
*>   csumFile x(80)  file to checksum
*>   csumRows 9(09)  returned: records read
*>   csumSum  9(12)  returned: the content checksum
*>   csumRc   9(01)  returned: 0 read, 1 not on file

identification division.
program-id. sqrtcsum.

environment division.

input-output section.
file-control.
    select sumFile assign to dynamic sumFname
        organization is line sequential
        file status is sumStatus.

data division.

file section.
fd sumFile.
    01 sumRecord pic x(256).

working-storage section.
77 sumFname  pic x(80) value spaces.
77 sumStatus pic x(02).
77 eofSw     pic x(01) value "N".
    88 atEof value "Y".
77 byteIdx   pic 9(03) value 0.
77 recSum    pic 9(09) value 0.
77 workSum   pic 9(15) value 0.

linkage section.
77 csumFile pic x(80).
77 csumRows pic 9(09).
77 csumSum  pic 9(12).
77 csumRc   pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using csumFile, csumRows, csumSum, csumRc.

    move 0 to csumRows, csumSum, csumRc.
    move csumFile to sumFname.
    move "N" to eofSw.
    open input sumFile.
    if sumStatus is not equal to "00"
        move 1 to csumRc
        goback
    end-if.
    perform sumOneRecord until atEof.
    close sumFile.
    goback.

sumOneRecord.
    move spaces to sumRecord.
    read sumFile
        at end
            set atEof to true
            exit paragraph
    end-read.
    add 1 to csumRows.
    move 0 to recSum.
    perform varying byteIdx from 1 by 1
            until byteIdx is greater than 256
        compute recSum = recSum
            + (function ord(sumRecord(byteIdx:1)) * byteIdx)
    end-perform.
    compute workSum = (csumSum * 31) + recSum.
    compute csumSum = function mod(workSum, 1000000000000).

*> ---------------------------------------------------------------------

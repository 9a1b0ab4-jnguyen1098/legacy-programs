*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -                 Shared Record Seal Subprogram                     -
*> ---------------------------------------------------------------------
*> The two-person rule only ever covered edits made through sqrtmaint
*> and sqrtappr; anyone with file access could still change an
*> epsilon in sqrt.dat with a text editor and the run would take it.
*> Every sqrt.dat detail record now carries a two-byte seal (recSeal,
*> the last two bytes of sqrtrec.cpy) computed over its business
*> fields, bytes 1-76 -- everything but the deferral counter SQRT
*> stamps on its own pending copies, and the seal itself. The
*> programs that legitimately write the master stamp it through this
*> one routine (the sqrtlock/sqrtauth mold) and SQRT, sqrtprom and
*> sqrtsvfy verify it, so the arithmetic can't drift between them.
*>
*> The seal is a keyed hash folded to two base-62 characters (0-9,
*> A-Z, a-z). The key comes from SQRT_SEAL_KEY, resolved once per
*> run unit; a site sets its own and keeps it out of the directory
*> the data lives in, since anyone holding the key can seal an edit.
*> Two bytes were all the layout had spare, so a blind edit has about
*> one chance in 3844 of landing on a matching seal: this catches the
*> casual edit, it does not stop a determined one.
*>
*> CTL1/HDR1/TRL1/CMT1/GRP1/CHN1 cards carry no seal; a stamp leaves
*> them alone and a verify always passes them.
*>
*>   sealAction  "S" stamp the seal into sealRecord
*>               "V" verify the seal sealRecord carries
*>   sealRecord  x(80) the sqrt.dat record image
*>   sealRc      0 = stamped / seal good, 1 = seal does not match the
*>               record, 2 = record carries no seal at all

identification division.
program-id. sqrtseal.

data division.

working-storage section.
*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value "SQRT_SEAL_KEY".
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 keyText     pic x(50) value spaces.
77 keyDoneSw   pic x(01) value "N".
    88 keyResolved value "Y".
77 keyNum      pic 9(07) value 0.
77 hashNum     pic 9(07) value 0.
77 sealNum     pic 9(04) value 0.
77 byteIdx     pic 9(03) value 0.
77 hiIdx       pic 9(02) value 0.
77 loIdx       pic 9(02) value 0.
77 sealWork    pic x(02) value spaces.

01 sealDigits.
    02 filler pic x(62) value
       '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz'.
01 sealDigitTable redefines sealDigits.
    02 sealDigit occurs 62 times pic x(01).

linkage section.
77 sealAction  pic x(01).
01 sealRecord.
    02 sealTag     pic x(04).
    02 filler      pic x(74).
    02 sealBytes   pic x(02).
77 sealRc      pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using sealAction, sealRecord, sealRc.

    move 0 to sealRc.
    if sealTag is equal to "CTL1" or sealTag is equal to "HDR1"
            or sealTag is equal to "TRL1" or sealTag is equal to "CMT1"
            or sealTag is equal to "GRP1" or sealTag is equal to "CHN1"
        goback
    end-if.
    if not keyResolved
        perform resolveKey
    end-if.
    perform computeSeal.
    if sealAction is equal to "S"
        move sealWork to sealBytes
        goback
    end-if.
    if sealBytes is equal to spaces
        move 2 to sealRc
    else
        if sealBytes is not equal to sealWork
            move 1 to sealRc
        end-if
    end-if.
    goback.

*> The compiled-in key only keeps an unconfigured site working; the
*> key is folded to a number once, not on every record.
resolveKey.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    move parmValue to keyText.
    if keyText is equal to spaces
        move "BABYLON" to keyText
    end-if.
    move 0 to keyNum.
    perform varying byteIdx from 1 by 1 until byteIdx > 50
        compute keyNum = function mod(keyNum * 131
            + function ord(keyText(byteIdx:1)), 999983)
    end-perform.
    set keyResolved to true.

*> Each byte is weighted by its position, so swapping two fields'
*> digits changes the seal as surely as changing one of them.
computeSeal.
    move keyNum to hashNum.
    perform varying byteIdx from 1 by 1 until byteIdx > 76
        compute hashNum = function mod(hashNum * 257
            + function ord(sealRecord(byteIdx:1)) * (byteIdx + 7),
            999983)
    end-perform.
    compute sealNum = function mod(hashNum + keyNum, 3844).
    compute hiIdx = sealNum / 62 + 1.
    compute loIdx = function mod(sealNum, 62) + 1.
    move sealDigit(hiIdx) to sealWork(1:1).
    move sealDigit(loIdx) to sealWork(2:1).

*> ---------------------------------------------------------------------

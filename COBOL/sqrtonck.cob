*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -             Shared Source Onboarding Certificate Check            -
*> ---------------------------------------------------------------------
*> A new upstream's four control entries used to meet each other for
*> the first time on its first live night. sqrtonbd now certifies a
*> source against a sample extract before it goes live and records
*> the verdict on sqrt.onbd (sqrtonbd.cpy); this is the one place
*> the front doors ask whether a source may be taken (the sqrtsrcr
*> mold), so sqrtintk and sqrtload refuse the same sources.
*>
*> A shop with no sqrt.onbd at all has not begun certifying; nothing
*> is refused until the register exists, and the caller is told so.
*>
*>   onkSource    x(03)  source code to check
*>   onkCertified x(08)  returned: yyyymmdd it was last certified
*>                       (spaces when never)
*>   onkRc        9(01)  returned: 0 certified, 1 never certified or
*>                       its last onboarding run failed, 2 no
*>                       onboarding register on file
*>
*> The register is read once, on the first call of the run.

identification division.
program-id. sqrtonck.

environment division.

input-output section.
file-control.
    select onboardFile assign to "sqrt.onbd"
        organization is line sequential
        file status is onboardStatus.

data division.

file section.
fd onboardFile.
    copy "sqrtonbd.cpy".

working-storage section.
77 onboardStatus pic x(02).
77 eofSw         pic x(01) value "N".
    88 atEof value "Y".
77 loadedSw      pic x(01) value "N".
    88 regLoaded value "Y".
77 regPresentSw  pic x(01) value "N".
    88 regPresent value "Y".

77 obMax   pic 9(03) value 200.
77 obCount pic 9(03) value 0.
77 obIdx   pic 9(03) value 0.
01 obTable.
    02 obEntry occurs 200 times.
        03 tObSource    pic x(03).
        03 tObResult    pic x(01).
        03 tObCertified pic x(08).

linkage section.
77 onkSource    pic x(03).
77 onkCertified pic x(08).
77 onkRc        pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using onkSource, onkCertified, onkRc.

    if not regLoaded
        perform loadRegister
        set regLoaded to true
    end-if.

    move spaces to onkCertified.
    if not regPresent
        move 2 to onkRc
        goback
    end-if.
    move 1 to onkRc.
    perform varying obIdx from 1 by 1
            until obIdx is greater than obCount
        if tObSource(obIdx) is equal to onkSource
            move tObCertified(obIdx) to onkCertified
            if tObResult(obIdx) is equal to "C"
                move 0 to onkRc
            end-if
        end-if
    end-perform.
    goback.

loadRegister.
    move "N" to eofSw.
    open input onboardFile.
    if onboardStatus is not equal to "00"
        exit paragraph
    end-if.
    set regPresent to true.
    perform until atEof
        read onboardFile
            at end set atEof to true
            not at end
                if obSource is not equal to spaces
                        and obCount is less than obMax
                    add 1 to obCount
                    move obSource to tObSource(obCount)
                    move obResult to tObResult(obCount)
                    move obCertified to tObCertified(obCount)
                end-if
        end-read
    end-perform.
    close onboardFile.

*> ---------------------------------------------------------------------

*>   (the volume band drives the intake circuit breaker)
*>
*> Interface:  call "sqrtsrcr" using srcCode, srcName, srcTeam,
*>                                  srcContact, srcVolLo, srcVolHi,
*>                                  srcRc
*>   srcCode  x(03)  code to resolve
*>   srcName  x(20)  returned system name (the code itself,
*>                   bracketed, when unregistered)
*>   srcTeam  x(12)  returned owning team (spaces when unregistered)
*>   srcContact x(20) returned contact (spaces when unregistered)
*>   srcVolLo 9(07)  returned volume band low (zero = no band)
*>   srcVolHi 9(07)  returned volume band high (zero = no band)
*>   srcRc    9(01)  0 = registered, 1 = not in the registry
        03 tSrSource pic x(03).
        03 tSrName   pic x(20).
        03 tSrTeam   pic x(12).
        03 tSrContact pic x(20).
        03 tSrVolLo  pic 9(07).
        03 tSrVolHi  pic 9(07).

77 srcCode  pic x(03).
77 srcName  pic x(20).
77 srcTeam  pic x(12).
77 srcContact pic x(20).
77 srcVolLo pic 9(07).
77 srcVolHi pic 9(07).
77 srcRc    pic 9(01).
*> ---------------------------Subroutine--------------------------------

procedure division using srcCode, srcName, srcTeam,
        srcContact, srcVolLo, srcVolHi, srcRc.

    if not regLoaded
        perform loadRegistry
    end-if.

    move 1 to srcRc.
    move spaces to srcTeam, srcContact.
    move 0 to srcVolLo, srcVolHi.
*> An unregistered code still names itself, bracketed so the reader
*> can see the registry has a hole worth filling.
        if tSrSource(srcIdx) is equal to srcCode
            move tSrName(srcIdx) to srcName
            move tSrTeam(srcIdx) to srcTeam
            move tSrContact(srcIdx) to srcContact
            move tSrVolLo(srcIdx) to srcVolLo
            move tSrVolHi(srcIdx) to srcVolHi
            move 0 to srcRc
        move srSource to tSrSource(srcCount)
        move srName to tSrName(srcCount)
        move srTeam to tSrTeam(srcCount)
        move srContact to tSrContact(srcCount)
        if srVolLo is numeric
            move srVolLo to tSrVolLo(srcCount)
        else

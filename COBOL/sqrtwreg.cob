*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -              Shared Work-order Ticket Filing Subprogram           -
*> ---------------------------------------------------------------------
*> Both front doors -- sqrtload for a single extract, sqrtintk for
*> the morning sweep -- accept an extract's work-order ticket the
*> same way, so the rule lives here (the sqrtlock mold). The caller
*> names the ticket, <extract>.wo in the sqrtword.cpy layout; this
*> reads its first non-blank line, files it on the sqrt.wo register
*> under the register's own lock, and hands back the order id for
*> the caller to stamp on the extract's sqrt.load.log range.
*>
*> A new id is added as filed (requested date defaulting to today).
*> A known id keeps its original requester and department -- a
*> later extract adds records to the order, it does not re-own it --
*> but a need-by date on the later ticket replaces the registered
*> one, and an order already completed is reopened so its new
*> records are seen through to a fresh completion notice. A ticket
*> naming a department the department registry (sqrtdept.ctl,
*> through sqrtdptr) does not have in effect is unusable: its
*> completion notice would go to a code nobody owns.
*>
*>   wregTicket x(70)  the ticket's file name
*>   wregCaller x(08)  calling program's name, for the register lock
*>   wregOrder  x(10)  returned: the order id, spaces when there is
*>                     no usable ticket
*>   wregRc     9(01)  returned: 0 no ticket, 1 new order filed,
*>                     2 added to an open order, 3 completed order
*>                     reopened, 7 ticket unusable (no id, a date
*>                     that is not yyyymmdd, or a department not on
*>                     the department registry), 8 register locked by
*>                     another job, 9 register full. On 8 and 9 the
*>                     id is still returned, so the range is stamped
*>                     and sqrtwost reports it as not on the register.

identification division.
program-id. sqrtwreg.

environment division.

input-output section.
file-control.
    select ticketFile assign to dynamic ticketFname
        organization is line sequential
        file status is ticketStatus.
    select registerFile assign to "sqrt.wo"
        organization is line sequential
        file status is registerStatus.

data division.

file section.
fd ticketFile.
    01 ticketRecord pic x(80).
fd registerFile.
    01 registerRecord pic x(80).

working-storage section.
77 ticketFname    pic x(70) value spaces.
77 ticketStatus   pic x(02).
77 registerStatus pic x(02).
77 eofSw          pic x(01) value "N".
    88 atEof value "Y".
77 ticketSw       pic x(01) value "N".
    88 ticketFound value "Y".
*> The ticket as filed, and the register's own row for the order
copy "sqrtword.cpy" replacing ==workOrderRecord== by ==ticketView==
    leading ==wo== by ==tk==.
copy "sqrtword.cpy".
77 todayStamp     pic x(08) value spaces.

*> The register, whole, so it can be rewritten with the ticket filed
77 regMax   pic 9(03) value 500.
77 regCount pic 9(03) value 0.
77 regIdx   pic 9(03) value 0.
77 regHit   pic 9(03) value 0.
01 regTable.
    02 regEntry occurs 500 times pic x(80).

*> Interface to the shared sqrtlock dataset lock routine
77 lockAction  pic x(01).
77 lockDataset pic x(30) value "sqrt.wo".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.

*> Interface to the shared department registry resolver
77 dptAction  pic x(01) value "V".
77 dptDate    pic x(08) value spaces.
77 dptName    pic x(20) value spaces.
77 dptCostCtr pic x(08) value spaces.
77 dptOwner   pic x(20) value spaces.
copy "sqrtdtgt.cpy".
77 dptRc      pic 9(01) value 0.
    88 dptUnknown value 1 2.

linkage section.
77 wregTicket pic x(70).
77 wregCaller pic x(08).
77 wregOrder  pic x(10).
77 wregRc     pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using wregTicket, wregCaller, wregOrder, wregRc.

    move spaces to wregOrder.
    move 0 to wregRc.
    accept todayStamp from date yyyymmdd.

    move wregTicket to ticketFname.
    move "N" to ticketSw.
    move "N" to eofSw.
    open input ticketFile.
    if ticketStatus is not equal to "00"
        goback
    end-if.
    perform readTicket until atEof or ticketFound.
    close ticketFile.
    if not ticketFound
        goback
    end-if.

    if tkId is equal to spaces
        move 7 to wregRc
        goback
    end-if.
    if tkNeedBy is not equal to spaces
        if tkNeedBy is not numeric
            move 7 to wregRc
            goback
        end-if
        if function test-date-yyyymmdd(function numval(tkNeedBy))
                is not equal to 0
            move 7 to wregRc
            goback
        end-if
    end-if.
    if tkRequested is equal to spaces
        move todayStamp to tkRequested
    else
        if tkRequested is not numeric
            move 7 to wregRc
            goback
        end-if
        if function test-date-yyyymmdd(function numval(tkRequested))
                is not equal to 0
            move 7 to wregRc
            goback
        end-if
    end-if.
    if tkDept is not equal to spaces
        call "sqrtdptr" using dptAction, tkDept, dptDate, dptName,
            dptCostCtr, dptOwner, dptTargets, dptRc end-call
        if dptUnknown
            move 7 to wregRc
            goback
        end-if
    end-if.
    move spaces to tkCompleted.
    move tkId to wregOrder.

    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, wregCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        move 8 to wregRc
        goback
    end-if.
    perform loadRegister.
    perform fileTicket.
    if wregRc is not equal to 9
        perform saveRegister
    end-if.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, wregCaller,
        lockOwner, lockRc end-call.
    goback.

*> ---------------------------The Ticket---------------------------------

readTicket.
    read ticketFile
        at end set atEof to true
        not at end
            if ticketRecord is not equal to spaces
                move ticketRecord to ticketView
                set ticketFound to true
            end-if
    end-read.

*> ---------------------------The Register-------------------------------

loadRegister.
    move 0 to regCount.
    move "N" to eofSw.
    open input registerFile.
    if registerStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read registerFile
            at end set atEof to true
            not at end
                if registerRecord is not equal to spaces
                        and regCount is less than regMax
                    add 1 to regCount
                    move registerRecord to regEntry(regCount)
                end-if
        end-read
    end-perform.
    close registerFile.

fileTicket.
    move 0 to regHit.
    perform varying regIdx from 1 by 1
            until regIdx is greater than regCount or regHit is not
                equal to zero
        move regEntry(regIdx) to workOrderRecord
        if woId is equal to wregOrder
            move regIdx to regHit
        end-if
    end-perform.
    if regHit is equal to zero
        if regCount is not less than regMax
            move 9 to wregRc
            exit paragraph
        end-if
        add 1 to regCount
        move ticketView to regEntry(regCount)
        move 1 to wregRc
        exit paragraph
    end-if.
    move regEntry(regHit) to workOrderRecord.
    if woCompleted is equal to spaces
        move 2 to wregRc
    else
        move spaces to woCompleted
        move 3 to wregRc
    end-if.
    if tkNeedBy is not equal to spaces
        move tkNeedBy to woNeedBy
    end-if.
    move workOrderRecord to regEntry(regHit).

saveRegister.
    open output registerFile.
    perform varying regIdx from 1 by 1
            until regIdx is greater than regCount
        move regEntry(regIdx) to registerRecord
        write registerRecord
    end-perform.
    close registerFile.

*> ---------------------------------------------------------------------

*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -               Chargeback Dispute Ageing Report                 -
*> ------------------------------------------------------------------
*> Reads the sqrt.disp dispute register (sqrtdspr.cpy) and reports
*> every dispute still waiting on somebody: the open ones, awaiting
*> a decision, and the granted ones, awaiting the next chargeback
*> statement to post them. Each is listed with its age in days since
*> it was logged, the open ones are bucketed by age, and any open
*> longer than SQRT_DAGE_DAYS is flagged -- a department's complaint
*> should not sit unanswered into a second statement cycle unseen.
*>
*>   SQRT_DAGE_DAYS  days open before a dispute is flagged overdue
*>                   (default 30)
*>
*> RETURN-CODE: 0 nothing overdue, 4 at least one open dispute is
*> overdue, 8 no register to report on.

identification division.
program-id. sqrtdage.

environment division.

input-output section.
file-control.
    select dispFile assign to "sqrt.disp"
        organization is line sequential
        file status is dispStatus.

data division.

file section.
fd dispFile.
    copy "sqrtdspr.cpy".

working-storage section.
77 dispStatus pic x(02).
77 dispEofSw  pic x(01) value "N".
    88 dispAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 todayStamp  pic x(08) value spaces.
77 overdueDays pic 9(05) value 30.
77 ageDays     pic s9(05) value 0.
77 bucketIdx   pic 9(01) value 0.

77 openCount    pic 9(05) value 0.
77 grantCount   pic 9(05) value 0.
77 overdueCount pic 9(05) value 0.
77 grantTotal   pic s9(11)v99 value 0.

*> Open disputes by age since logged
01 bucketNames.
    02 filler pic x(12) value '0-7 days'.
    02 filler pic x(12) value '8-30 days'.
    02 filler pic x(12) value '31-60 days'.
    02 filler pic x(12) value '61-90 days'.
    02 filler pic x(12) value 'over 90 days'.
01 bucketNameTable redefines bucketNames.
    02 bucketName occurs 5 times pic x(12).
01 bucketTable.
    02 bucketCount occurs 5 times pic 9(05).

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'SQRT Chargeback Dispute Ageing'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

01 detailLine.
    02 filler pic x(2) value spaces.
    02 outId pic x(12).
    02 filler pic x(2) value spaces.
    02 outDept pic x(04).
    02 filler pic x(1) value space.
    02 outMonth pic x(07).
    02 filler pic x(1) value space.
    02 outCause pic x(08).
    02 filler pic x(1) value space.
    02 outAge pic zzz9.
    02 filler pic x(2) value 'd '.
    02 outState pic x(08).
    02 filler pic x(1) value space.
    02 outNote pic x(20).

01 bucketLine.
    02 filler pic x(5) value spaces.
    02 outBucketName pic x(12).
    02 filler pic x(3) value ' : '.
    02 outBucketCount pic zz,zz9.

77 editCount pic zz,zz9.
77 editDays  pic zzzz9.
77 editAmount pic ---,---,---,--9.99.

*> --------------------------Main Program----------------------------------
procedure division.
    move "SQRT_DAGE_DAYS" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        if function numval(parmValue) is greater than zero
            move function numval(parmValue) to overdueDays
        end-if
    end-if.
    accept todayStamp from date yyyymmdd.
    initialize bucketTable.
    display titleLine.
    display underLine1.
    move "N" to dispEofSw.
    open input dispFile.
    if dispStatus is not equal to "00"
        display "sqrtdage: no sqrt.disp register to report on (status "
            dispStatus ")"
        move 8 to return-code
        stop run
    end-if.
    perform a1 thru a1-exit until dispAtEof.
    close dispFile.
    if openCount + grantCount is equal to zero
        display "  Nothing waiting: every dispute decided and posted."
    end-if.
    display underLine1.
    display "  Open disputes by age".
    perform b1 thru b1-exit
        varying bucketIdx from 1 by 1 until bucketIdx is greater than 5.
    display " ".
    move openCount to editCount.
    display "  Open, awaiting decision   : " editCount.
    move overdueCount to editCount.
    move overdueDays to editDays.
    display "  Open, overdue             : " editCount
        "  (open over" editDays " days)".
    move grantCount to editCount.
    move grantTotal to editAmount.
    display "  Granted, awaiting posting : " editCount
        "  net " editAmount.
    if overdueCount is greater than zero
        move 4 to return-code
    end-if.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> One register row: only the open and the granted-but-unposted are
*> still waiting on someone.
a1.
    read dispFile at end set dispAtEof to true end-read.
    if dispAtEof
        go to a1-exit
    end-if.
    if not dpOpen and not dpGranted
        go to a1-exit
    end-if.
    move 0 to ageDays.
    if dpOpened(1:8) is numeric
        compute ageDays =
            function integer-of-date(function numval(todayStamp))
            - function integer-of-date(
                function numval(dpOpened(1:8)))
    end-if.
    if ageDays is less than zero
        move 0 to ageDays
    end-if.
    move dpId to outId.
    move dpDept to outDept.
    move dpMonth to outMonth.
    move dpCause to outCause.
    move ageDays to outAge.
    move spaces to outNote.
    if dpGranted
        add 1 to grantCount
        add dpAdjust to grantTotal
        move "GRANTED" to outState
        move dpAdjust to editAmount
        move editAmount to outNote
        display detailLine
        go to a1-exit
    end-if.
    add 1 to openCount.
    move "OPEN" to outState.
    evaluate true
        when ageDays is less than 8
            move 1 to bucketIdx
        when ageDays is less than 31
            move 2 to bucketIdx
        when ageDays is less than 61
            move 3 to bucketIdx
        when ageDays is less than 91
            move 4 to bucketIdx
        when other
            move 5 to bucketIdx
    end-evaluate.
    add 1 to bucketCount(bucketIdx).
    if ageDays is greater than overdueDays
        add 1 to overdueCount
        move "*** OVERDUE ***" to outNote
    end-if.
    display detailLine.

a1-exit.
    exit.

b1.
    move bucketName(bucketIdx) to outBucketName.
    move bucketCount(bucketIdx) to outBucketCount.
    display bucketLine.

b1-exit.
    exit.

*> ------------------------------------------------------------------

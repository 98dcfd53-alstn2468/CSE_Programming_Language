
end program useFunc.

identification division.
program-id. calcBatch.
environment division.
input-output section.
file-control.
select calc-trans assign to trans-file-name
organization is line sequential
file status is trans-status.
select calc-results assign to result-file-name
organization is line sequential
file status is result-status.
select calc-rejects assign to reject-file-name
organization is line sequential
file status is reject-status.
select calc-journal assign to ".\CalcJournal.txt"
organization is line sequential
file status is journal-status.

data division.
file section.
fd calc-trans.
01 trans-record.
    05 ct-id pic x(8).
    05 filler pic x.
    05 ct-first pic x(16).
    05 filler pic x.
    05 ct-second pic x(16).
    05 filler pic x.
    05 ct-op pic x(3).
    05 filler pic x(34).
fd calc-results.
01 result-record pic x(80).
fd calc-rejects.
01 reject-record pic x(120).
fd calc-journal.
01 journal-record pic x(90).

working-storage section.
01 x comp-1.
01 y comp-1.
01 z comp-1.
01 mul_or_div pic x(8).
01 trans-file-name pic x(40).
01 result-file-name pic x(40).
01 reject-file-name pic x(40).
01 trans-status pic xx.
01 result-status pic xx.
01 reject-status pic xx.
01 journal-status pic xx.
01 trans-eof-switch pic x value 'n'.
    88 trans-eof value 'y'.
01 trans-bad-switch pic x value 'n'.
    88 trans-bad value 'y'.
01 first-bad-switch pic x value 'n'.
    88 first-bad value 'y'.
01 trans-op pic x(3).
01 reject-reason pic x(26).
01 first-value pic s9(9)v9(4).
01 second-value pic s9(9)v9(4).
01 result-value pic s9(9)v9(4).
01 line-count pic 9(6) value zero.
01 read-count pic 9(6) value zero.
01 accepted-count pic 9(6) value zero.
01 rejected-count pic 9(6) value zero.
01 result-total pic s9(13)v9(4) value zero.
01 operand-work.
    05 op-text pic x(16).
    05 op-value pic s9(9)v9(4).
    05 op-whole pic 9(9).
    05 op-fraction-text pic x(4).
    05 op-fraction redefines op-fraction-text pic 9v9(3).
    05 op-char pic x.
    05 op-digit pic 9.
    05 op-sub pic 99.
    05 op-int-count pic 99.
    05 op-dec-count pic 99.
    05 op-negative-switch pic x.
        88 op-negative value 'y'.
    05 op-started-switch pic x.
        88 op-started value 'y'.
    05 op-ended-switch pic x.
        88 op-ended value 'y'.
    05 op-point-switch pic x.
        88 op-point value 'y'.
    05 op-digit-switch pic x.
        88 op-digit-seen value 'y'.
    05 op-bad-switch pic x.
        88 op-bad value 'y'.
01 result-line.
    05 cr-id pic x(8).
    05 filler pic x value space.
    05 cr-first pic -9(9).9(4).
    05 filler pic x value space.
    05 cr-op pic x(3).
    05 filler pic x value space.
    05 cr-second pic -9(9).9(4).
    05 filler pic x value space.
    05 cr-result pic -9(9).9(4).
01 reject-line.
    05 rj-line-number pic 9(6).
    05 filler pic x value space.
    05 rj-id pic x(8).
    05 filler pic x value space.
    05 rj-reason pic x(26).
    05 filler pic x value space.
    05 rj-text pic x(77).
01 total-count-line.
    05 tc-label pic x(20).
    05 tc-count pic zzzzz9.
01 total-sum-line.
    05 filler pic x(20) value 'SUM OF RESULTS'.
    05 ts-total pic -9(13).9(4).
01 journal-line.
    05 jl-stamp pic x(16).
    05 filler pic x value space.
    05 jl-x pic -9(9).9(4).
    05 filler pic x value space.
    05 jl-op pic x(8).
    05 filler pic x value space.
    05 jl-y pic -9(9).9(4).
    05 filler pic x value space.
    05 jl-z pic -9(9).9(4).
    05 filler pic x value space.
    05 jl-operator pic x(8).

linkage section.
01 calc-job-parms.
    05 uj-trans-name pic x(12).
    05 uj-result-name pic x(12).
    05 uj-reject-name pic x(12).
    05 uj-operator pic x(8).

procedure division using calc-job-parms.
main-para.
    move zero to return-code.
    move zero to line-count.
    move zero to read-count.
    move zero to accepted-count.
    move zero to rejected-count.
    move zero to result-total.
    move 'n' to trans-eof-switch.
    perform open-para.
    if return-code not = zero
        exit program
    end-if.
    perform read-para until trans-eof.
    perform totals-para.
    close calc-trans.
    close calc-results.
    close calc-rejects.
    if rejected-count > zero
        move 4 to return-code
    end-if.
    exit program.

open-para.
    if uj-trans-name = spaces
        move '.\CalcTrans.txt' to trans-file-name
    else
        move uj-trans-name to trans-file-name
    end-if.
    if uj-result-name = spaces
        move '.\CalcResults.txt' to result-file-name
    else
        move uj-result-name to result-file-name
    end-if.
    if uj-reject-name = spaces
        move '.\CalcRejects.txt' to reject-file-name
    else
        move uj-reject-name to reject-file-name
    end-if.
    open input calc-trans.
    if trans-status not = '00'
        display 'ERROR: cannot open the calculator transaction file '
            trans-file-name ' status ' trans-status
        move 12 to return-code
    else
        open output calc-results
        if result-status not = '00'
            display 'ERROR: cannot open the calculator result file '
                result-file-name ' status ' result-status
            close calc-trans
            move 12 to return-code
        else
            open output calc-rejects
            if reject-status not = '00'
                display 'ERROR: cannot open the calculator reject '
                    'file ' reject-file-name ' status ' reject-status
                close calc-trans
                close calc-results
                move 12 to return-code
            end-if
        end-if
    end-if.

read-para.
    move spaces to trans-record.
    read calc-trans
        at end move 'y' to trans-eof-switch
        not at end
            add 1 to line-count
            if trans-record not = spaces
                add 1 to read-count
                perform edit-para
                if trans-bad
                    perform reject-para
                else
                    perform compute-para
                end-if
            end-if
    end-read.

edit-para.
    move 'n' to trans-bad-switch.
    move spaces to reject-reason.
    move ct-op to trans-op.
    inspect trans-op converting 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
        to 'abcdefghijklmnopqrstuvwxyz'.
    move ct-first to op-text.
    perform operand-para.
    move op-value to first-value.
    move op-bad-switch to first-bad-switch.
    move ct-second to op-text.
    perform operand-para.
    move op-value to second-value.
    evaluate true
        when ct-id = spaces
            move 'y' to trans-bad-switch
            move 'NO TRANSACTION ID' to reject-reason
        when first-bad
            move 'y' to trans-bad-switch
            move 'FIRST OPERAND NOT NUMERIC' to reject-reason
        when op-bad
            move 'y' to trans-bad-switch
            move 'SECOND OPERAND NOT NUMERIC' to reject-reason
        when trans-op not = 'mul' and trans-op not = 'div'
            move 'y' to trans-bad-switch
            move 'BAD OPERATION CODE' to reject-reason
        when trans-op = 'div' and second-value = zero
            move 'y' to trans-bad-switch
            move 'DIVIDE BY ZERO' to reject-reason
    end-evaluate.

operand-para.
    move zero to op-value.
    move zero to op-whole.
    move '0000' to op-fraction-text.
    move zero to op-int-count.
    move zero to op-dec-count.
    move 'n' to op-negative-switch.
    move 'n' to op-started-switch.
    move 'n' to op-ended-switch.
    move 'n' to op-point-switch.
    move 'n' to op-digit-switch.
    move 'n' to op-bad-switch.
    perform varying op-sub from 1 by 1
            until op-sub > 16 or op-bad
        move op-text(op-sub:1) to op-char
        evaluate true
            when op-char = space
                if op-started
                    move 'y' to op-ended-switch
                end-if
            when op-ended
                move 'y' to op-bad-switch
            when (op-char = '-' or op-char = '+') and not op-started
                move 'y' to op-started-switch
                if op-char = '-'
                    move 'y' to op-negative-switch
                end-if
            when op-char = '.' and not op-point
                move 'y' to op-started-switch
                move 'y' to op-point-switch
            when op-char is numeric
                move 'y' to op-started-switch
                move 'y' to op-digit-switch
                perform operand-digit-para
            when other
                move 'y' to op-bad-switch
        end-evaluate
    end-perform.
    if not op-digit-seen
        move 'y' to op-bad-switch
    end-if.
    if not op-bad
        compute op-value = op-whole + (op-fraction / 10)
        if op-negative
            compute op-value = zero - op-value
        end-if
    end-if.

operand-digit-para.
    move op-char to op-digit.
    if op-point
        add 1 to op-dec-count
        if op-dec-count > 4
            move 'y' to op-bad-switch
        else
            move op-char to op-fraction-text(op-dec-count:1)
        end-if
    else
        add 1 to op-int-count
        if op-int-count > 9
            move 'y' to op-bad-switch
        else
            compute op-whole = op-whole * 10 + op-digit
        end-if
    end-if.

compute-para.
    move first-value to x.
    move second-value to y.
    move trans-op to mul_or_div.
    if trans-op = 'mul'
        call 'mul' using x y z
    else
        call 'div' using x y z
    end-if.
    if z > 999999999.9999 or z < -999999999.9999
        move 'y' to trans-bad-switch
        move 'RESULT TOO LARGE' to reject-reason
        perform reject-para
    else
        move z to result-value
        add 1 to accepted-count
        add result-value to result-total
        move ct-id to cr-id
        move first-value to cr-first
        move trans-op to cr-op
        move second-value to cr-second
        move result-value to cr-result
        write result-record from result-line
        perform journal-para
    end-if.

reject-para.
    add 1 to rejected-count.
    move line-count to rj-line-number.
    move ct-id to rj-id.
    move reject-reason to rj-reason.
    move trans-record to rj-text.
    write reject-record from reject-line.

journal-para.
    move function current-date(1:16) to jl-stamp.
    move first-value to jl-x.
    move second-value to jl-y.
    move mul_or_div to jl-op.
    move result-value to jl-z.
    if uj-operator = spaces
        move 'UNKNOWN' to jl-operator
    else
        move uj-operator to jl-operator
    end-if.
    open extend calc-journal.
    if journal-status = '35'
        open output calc-journal
    end-if.
    if journal-status not = '00'
        display 'WARNING: cannot write the calculator journal, '
            'status ' journal-status
    else
        write journal-record from journal-line
        close calc-journal
    end-if.

totals-para.
    move spaces to result-record.
    write result-record.
    move 'CONTROL TOTALS' to result-record.
    write result-record.
    display 'CALCULATOR BATCH CONTROL TOTALS'.
    move 'RECORDS READ' to tc-label.
    move read-count to tc-count.
    perform total-line-para.
    move 'ACCEPTED' to tc-label.
    move accepted-count to tc-count.
    perform total-line-para.
    move 'REJECTED' to tc-label.
    move rejected-count to tc-count.
    perform total-line-para.
    move result-total to ts-total.
    write result-record from total-sum-line.
    display total-sum-line.

total-line-para.
    write result-record from total-count-line.
    display total-count-line.

end program calcBatch.

identification division.
program-id. div.
data division.

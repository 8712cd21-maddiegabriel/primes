*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*> file:   primetxv.cob
*> goal:   verify a transmission file primes3 wrote back to a sender
*>         before it goes out (or at the receiving end when it lands):
*>         every H..T group is walked detail by detail and its trailer
*>         proved - detail count, the count of each verdict and the
*>         hash total of the values must all agree, the details must
*>         run 1, 2, 3 ... with nothing missing or doubled, and the
*>         trailer must carry its header's run stamp. the file must
*>         end on its 'Z' file trailer, and the number of groups, the
*>         details across them and their grand hash total must agree
*>         with it. a file cut short (a group with no trailer, no file
*>         trailer, or no group at all), a record of a kind that has
*>         no business there or after the file trailer, or a detail
*>         altered in transit all fail the file.
*>
*>         record layouts, mirroring primes3's:
*>             H  run stamp x14, created yymmdd, source system x10,
*>                file date x8, input file x30, program x8
*>             D  sequence 9(9), item id x10, value 9(18), verdict
*>                P/N/E, smallest factor 9(18), reject reason 9
*>             T  run stamp x14, count 9(9), primes 9(9), not prime
*>                9(9), errors 9(9), hash total 9(18)
*>             Z  run stamp x14, groups 9(9), details 9(9), grand
*>                hash total 9(18)
*>
*>         the file to check is named on the command line, or asked
*>         for at the terminal. report on PRIMETXV.RPT; RETURN-CODE 0
*>         when every group proves out, 12 when anything fails, 8 when
*>         the file can't be opened.
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
program-id. primetxv.

environment division.
input-output section.
file-control.
select tx-file assign to dynamic tx-fname
    organization is line sequential
    file status is tx-file-status.
select report-file assign to "PRIMETXV.RPT"
    organization is line sequential.

data division.
file section.
fd tx-file.
    01 tx-line pic x(80).
fd report-file.
    01 report-line pic x(100).

working-storage section.
77 tx-fname pic x(30) value spaces.
77 tx-file-status pic xx value '00'.
77 txv-eof-switch pic 9 value 1.
77 command-text pic x(70) value spaces.
77 line-number pic s9(9) value 0 usage is computational.

*> the group being walked
77 group-open-sw pic x value 'N'.
    88 group-open value 'Y'.
77 group-failed-sw pic x value 'N'.
    88 group-failed value 'Y'.
77 group-stamp pic x(14) value spaces.
77 tx-count pic s9(9) value 0 usage is computational.
77 tx-count-prime pic s9(9) value 0 usage is computational.
77 tx-count-notprime pic s9(9) value 0 usage is computational.
77 tx-count-error pic s9(9) value 0 usage is computational.
77 tx-hash-total pic 9(18) value 0.

*> the file as a whole
77 count-groups pic s9(9) value 0 usage is computational.
77 count-groups-ok pic s9(9) value 0 usage is computational.
77 count-details pic s9(9) value 0 usage is computational.
77 count-faults pic s9(9) value 0 usage is computational.
77 file-hash-total pic 9(18) value 0.
77 file-trailer-sw pic x value 'N'.
    88 file-trailer-seen value 'Y'.

*> one transmission record, in each of its three shapes
01 tx-header.
    02 txh-type pic x.
    02 txh-stamp pic x(14).
    02 txh-created pic x(6).
    02 txh-source pic x(10).
    02 txh-file-date pic x(8).
    02 txh-in-fname pic x(30).
    02 txh-program pic x(8).
    02 filler pic x(3).
01 tx-detail redefines tx-header.
    02 txd-type pic x.
    02 txd-seq pic 9(9).
    02 txd-item-id pic x(10).
    02 txd-value pic 9(18).
    02 txd-verdict pic x.
    02 txd-factor pic 9(18).
    02 txd-reason pic 9.
    02 filler pic x(22).
01 tx-trailer redefines tx-header.
    02 txt-type pic x.
    02 txt-stamp pic x(14).
    02 txt-count pic 9(9).
    02 txt-count-prime pic 9(9).
    02 txt-count-notprime pic 9(9).
    02 txt-count-error pic 9(9).
    02 txt-hash-total pic 9(18).
    02 filler pic x(11).
01 tx-file-trailer redefines tx-header.
    02 txz-type pic x.
    02 txz-stamp pic x(14).
    02 txz-groups pic 9(9).
    02 txz-count pic 9(9).
    02 txz-hash-total pic 9(18).
    02 filler pic x(29).

01 rpt-title-line.
    02 filler pic x(14) value spaces.
    02 filler pic x(32) value 'TRANSMISSION FILE VERIFICATION'.
01 rpt-file-line.
    02 filler pic x(8) value ' FILE:  '.
    02 rpt-fname pic x(30).
01 rpt-under-line.
    02 filler pic x(100) value ' ---------------------------------------------------------------------------------------------------'.
01 rpt-group-line.
    02 filler pic x(8) value ' GROUP  '.
    02 rg-stamp pic x(14).
    02 filler pic x(9) value ' SOURCE: '.
    02 rg-source pic x(10).
    02 filler pic x(12) value ' FILE DATE: '.
    02 rg-file-date pic x(8).
    02 filler pic x(8) value ' INPUT: '.
    02 rg-in-fname pic x(30).
01 rpt-prove-head.
    02 filler pic x(50) value '                            TRAILER      COUNTED'.
01 rpt-prove-line.
    02 filler pic x(4) value spaces.
    02 rp-label pic x(14).
    02 rp-trailer pic z(17)9.
    02 filler pic x(2) value spaces.
    02 rp-counted pic z(17)9.
    02 filler pic x(2) value spaces.
    02 rp-result pic x(10).
01 rpt-fault-line.
    02 filler pic x(12) value '    *** LINE'.
    02 rf-line pic z(8)9.
    02 filler pic x(2) value ': '.
    02 rf-text pic x(60).
01 rpt-file-head.
    02 filler pic x(14) value ' FILE TRAILER '.
    02 rz-stamp pic x(14).
01 rpt-group-result.
    02 filler pic x(12) value '    GROUP - '.
    02 rr-result pic x(30).
01 rpt-summary-line.
    02 filler pic x(9) value ' GROUPS: '.
    02 rpt-groups pic z(8)9.
    02 filler pic x(14) value '   PROVED OK: '.
    02 rpt-groups-ok pic z(8)9.
    02 filler pic x(12) value '   DETAILS: '.
    02 rpt-details pic z(8)9.
    02 filler pic x(11) value '   FAULTS: '.
    02 rpt-faults pic z(8)9.
01 rpt-verdict-line.
    02 filler pic x(12) value ' RESULT: '.
    02 rpt-result pic x(50).

procedure division.
    introduction.
        display ' '.
        display '------------------------------------'.
        display '  TRANSMISSION FILE VERIFICATION'.
        display '------------------------------------'.
        display ' '.

    *> the file off the command line for a scheduler or the
    *> receiving side's script, else asked for at the terminal
    get-the-file.
        accept command-text from command-line.
        if command-text = spaces
            display 'Enter the transmission filename: ' no advancing
            accept tx-fname
            display ' '
        else
            move command-text to tx-fname
        end-if.
        open input tx-file.
        if tx-file-status is not equal to '00'
            display 'ERROR: "' tx-fname '" could not be opened (file '
                'status ' tx-file-status ').'
            move 8 to return-code
            stop run
        end-if.

    *> one pass down the file, proving each group as its trailer
    *> comes by
    walk-the-file.
        open output report-file.
        write report-line from rpt-title-line after advancing 0 lines.
        move tx-fname to rpt-fname.
        write report-line from rpt-file-line after advancing 1 line.
        write report-line from rpt-under-line after advancing 1 line.
        move 1 to txv-eof-switch.
        perform take-one-record
            until txv-eof-switch = 0.
        close tx-file.

        *> whatever was still open at end of file lost its trailer -
        *> the file was cut short
        if group-open
            move 'GROUP HAS NO TRAILER - FILE TRUNCATED' to rf-text
            perform report-fault
            perform end-one-group
        end-if.
        if count-groups = 0
            move 'NO HEADER RECORD - NOTHING WAS TRANSMITTED' to rf-text
            perform report-fault
        end-if.
        if not file-trailer-seen
            move 'NO FILE TRAILER - FILE TRUNCATED' to rf-text
            perform report-fault
        end-if.

        write report-line from rpt-under-line after advancing 1 line.
        move count-groups to rpt-groups.
        move count-groups-ok to rpt-groups-ok.
        move count-details to rpt-details.
        move count-faults to rpt-faults.
        write report-line from rpt-summary-line after advancing 1 line.
        if count-faults > 0
            move '*** TRANSMISSION FAILED VERIFICATION ***' to rpt-result
            move 12 to return-code
        else
            move 'TRANSMISSION PROVED' to rpt-result
            move 0 to return-code
        end-if.
        write report-line from rpt-verdict-line after advancing 1 line.
        close report-file.

        display rpt-summary-line.
        display rpt-verdict-line.
        display ' '.
        display 'Please see the full check in PRIMETXV.RPT'.
        display ' '.

stop run.

*> paragraph to read the next record and put it to its checks by
*> its kind
take-one-record.
    read tx-file into tx-header
        at end move zero to txv-eof-switch
        not at end
            add 1 to line-number
            if file-trailer-seen
                move 'RECORD AFTER THE FILE TRAILER' to rf-text
                perform report-fault
            else
            if txh-type = 'H'
                perform take-header
            else
            if txh-type = 'D'
                perform take-detail
            else
            if txh-type = 'T'
                perform take-trailer
            else
            if txh-type = 'Z'
                perform take-file-trailer
            else
                move 'RECORD OF UNKNOWN KIND' to rf-text
                perform report-fault
            end-if
            end-if
            end-if
            end-if
            end-if
    end-read.

*> paragraph to open a new group - one still open means the group
*> before it never got its trailer
take-header.
    if group-open
        move 'NEW HEADER BEFORE THE LAST GROUP''S TRAILER' to rf-text
        perform report-fault
        perform end-one-group
    end-if
    add 1 to count-groups
    move 'Y' to group-open-sw
    move 'N' to group-failed-sw
    move txh-stamp to group-stamp
    move 0 to tx-count
    move 0 to tx-count-prime
    move 0 to tx-count-notprime
    move 0 to tx-count-error
    move 0 to tx-hash-total
    move txh-stamp to rg-stamp
    move txh-source to rg-source
    move txh-file-date to rg-file-date
    move txh-in-fname to rg-in-fname
    write report-line from rpt-group-line after advancing 2 lines.

*> paragraph to count one detail into its group - out of sequence,
*> outside a group, or an impossible verdict is a fault
take-detail.
    add 1 to count-details
    if not group-open
        move 'DETAIL OUTSIDE ANY HEADER/TRAILER GROUP' to rf-text
        perform report-fault
    else
        add 1 to tx-count
        if txd-seq is not numeric or txd-seq is not equal to tx-count
            move 'DETAIL OUT OF SEQUENCE - MISSING OR DOUBLED'
                to rf-text
            perform report-fault
            if txd-seq is numeric
                move txd-seq to tx-count
            end-if
        end-if
        if txd-value is not numeric
            move 'DETAIL VALUE NOT NUMERIC' to rf-text
            perform report-fault
        else
            add txd-value to tx-hash-total
                on size error
                    compute tx-hash-total = tx-hash-total + txd-value
                        - 1000000000000000000
            end-add
            add txd-value to file-hash-total
                on size error
                    compute file-hash-total = file-hash-total
                        + txd-value - 1000000000000000000
            end-add
        end-if
        if txd-verdict = 'P'
            add 1 to tx-count-prime
        else
        if txd-verdict = 'N'
            add 1 to tx-count-notprime
        else
        if txd-verdict = 'E'
            add 1 to tx-count-error
        else
            move 'DETAIL VERDICT NOT P, N OR E' to rf-text
            perform report-fault
        end-if
        end-if
        end-if
    end-if.

*> paragraph to prove a group against its trailer
take-trailer.
    if not group-open
        move 'TRAILER WITH NO HEADER' to rf-text
        perform report-fault
    else
        write report-line from rpt-prove-head after advancing 1 line
        if txt-stamp is not equal to group-stamp
            move 'TRAILER RUN STAMP DOES NOT MATCH ITS HEADER'
                to rf-text
            perform report-fault
        end-if
        move 'RECORDS' to rp-label
        move txt-count to rp-trailer
        move tx-count to rp-counted
        if txt-count is numeric and txt-count = tx-count
            move 'AGREE' to rp-result
        else
            perform prove-failed
        end-if
        write report-line from rpt-prove-line after advancing 1 line
        move 'PRIME' to rp-label
        move txt-count-prime to rp-trailer
        move tx-count-prime to rp-counted
        if txt-count-prime is numeric
            and txt-count-prime = tx-count-prime
            move 'AGREE' to rp-result
        else
            perform prove-failed
        end-if
        write report-line from rpt-prove-line after advancing 1 line
        move 'NOT PRIME' to rp-label
        move txt-count-notprime to rp-trailer
        move tx-count-notprime to rp-counted
        if txt-count-notprime is numeric
            and txt-count-notprime = tx-count-notprime
            move 'AGREE' to rp-result
        else
            perform prove-failed
        end-if
        write report-line from rpt-prove-line after advancing 1 line
        move 'ERRORS' to rp-label
        move txt-count-error to rp-trailer
        move tx-count-error to rp-counted
        if txt-count-error is numeric
            and txt-count-error = tx-count-error
            move 'AGREE' to rp-result
        else
            perform prove-failed
        end-if
        write report-line from rpt-prove-line after advancing 1 line
        move 'HASH TOTAL' to rp-label
        move txt-hash-total to rp-trailer
        move tx-hash-total to rp-counted
        if txt-hash-total is numeric
            and txt-hash-total = tx-hash-total
            move 'AGREE' to rp-result
        else
            perform prove-failed
        end-if
        write report-line from rpt-prove-line after advancing 1 line
        perform end-one-group
    end-if.

*> paragraph to prove the file as a whole against its 'Z' trailer -
*> a group still open has lost its own trailer first
take-file-trailer.
    if group-open
        move 'FILE TRAILER BEFORE THE LAST GROUP''S TRAILER' to rf-text
        perform report-fault
        perform end-one-group
    end-if
    move 'Y' to file-trailer-sw
    move 'N' to group-failed-sw
    move txz-stamp to rz-stamp
    write report-line from rpt-file-head after advancing 2 lines
    write report-line from rpt-prove-head after advancing 1 line
    move 'GROUPS' to rp-label
    move txz-groups to rp-trailer
    move count-groups to rp-counted
    if txz-groups is numeric and txz-groups = count-groups
        move 'AGREE' to rp-result
    else
        perform prove-failed
    end-if
    write report-line from rpt-prove-line after advancing 1 line
    move 'RECORDS' to rp-label
    move txz-count to rp-trailer
    move count-details to rp-counted
    if txz-count is numeric and txz-count = count-details
        move 'AGREE' to rp-result
    else
        perform prove-failed
    end-if
    write report-line from rpt-prove-line after advancing 1 line
    move 'HASH TOTAL' to rp-label
    move txz-hash-total to rp-trailer
    move file-hash-total to rp-counted
    if txz-hash-total is numeric
        and txz-hash-total = file-hash-total
        move 'AGREE' to rp-result
    else
        perform prove-failed
    end-if
    write report-line from rpt-prove-line after advancing 1 line.

*> paragraph to mark one trailer total as not agreeing
prove-failed.
    move '*DIFFER*' to rp-result
    move 'Y' to group-failed-sw
    add 1 to count-faults.

*> paragraph to close the group off and say how it came out
end-one-group.
    if group-failed
        move '*** FAILED ***' to rr-result
    else
        move 'PROVED' to rr-result
        add 1 to count-groups-ok
    end-if
    write report-line from rpt-group-result after advancing 1 line
    move 'N' to group-open-sw.

*> paragraph to list a fault against the line it was found on - it
*> fails the group it falls in, and the file
report-fault.
    move line-number to rf-line
    write report-line from rpt-fault-line after advancing 1 line
    add 1 to count-faults
    move 'Y' to group-failed-sw.

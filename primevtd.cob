*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*> file:   primevtd.cob
*> goal:   test driver for primevrd, the callable prime-verdict
*>         engine. calls it over a list of values whose answers are
*>         known - primes, composites with their smallest factor and
*>         full factorization, and every kind of reject - and reports
*>         any value where the verdict, factor, reject reason or
*>         factorization came back different. the list runs twice:
*>         once by trial division alone, once with a sieve sized over
*>         the small values, so both of primevrd's paths are proved.
*>         the master is never consulted - a stored verdict would
*>         only prove the file agrees with itself.
*>         a file of further known values can be named on the command
*>         line, one per line in the built-in list's layout: value in
*>         columns 1-20, verdict P/N/E in 21, smallest factor in
*>         22-39 (18 digits), reject reason in 40, and the expected
*>         factorization from 41 (spaces to skip that check).
*>         RETURN-CODE 0 when every answer matched, 4 on any mismatch,
*>         8 if the named file couldn't be opened. run it after every
*>         change to primevrd, before the new module goes live.
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
program-id. primevtd.

environment division.
input-output section.
file-control.
select known-file assign to dynamic known-fname
    organization is line sequential
    file status is known-file-status.
select report-file assign to "PRIMEVTD.RPT"
    organization is line sequential.

data division.
file section.
fd known-file.
    01 known-line pic x(80).
fd report-file.
    01 report-line pic x(130).

working-storage section.
77 known-fname pic x(30) value spaces.
77 known-file-status pic xx value '00'.
77 known-eof-switch pic 9 value 1.
77 command-text pic x(70) value spaces.

77 kv-idx pic s9(4) usage is computational.
77 kv-max pic s9(4) value 20 usage is computational.
77 pass-num pic 9 value 1.

*> the tallies for the summary and the return code
77 count-tested pic s9(9) value 0 usage is computational.
77 count-matched pic s9(9) value 0 usage is computational.
77 count-mismatch pic s9(9) value 0 usage is computational.

*> the values with known answers, in the layout a further-values
*> file uses: value text, verdict, smallest factor, reject reason,
*> factorization
01 known-values-table.
    02 filler pic x(40) value '2                   P0000000000000000000'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '3                   P0000000000000000000'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '4                   N0000000000000000020'.
    02 filler pic x(40) value '2^2'.
    02 filler pic x(40) value '9                   N0000000000000000030'.
    02 filler pic x(40) value '3^2'.
    02 filler pic x(40) value '97                  P0000000000000000000'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '221                 N0000000000000000130'.
    02 filler pic x(40) value '13 x 17'.
    02 filler pic x(40) value '360                 N0000000000000000020'.
    02 filler pic x(40) value '2^3 x 3^2 x 5'.
    02 filler pic x(40) value '997                 P0000000000000000000'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '7919                P0000000000000000000'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '1000000             N0000000000000000020'.
    02 filler pic x(40) value '2^6 x 5^6'.
    02 filler pic x(40) value '1000000007          P0000000000000000000'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '600851475143        N0000000000000000710'.
    02 filler pic x(40) value '71 x 839 x 1471 x 6857'.
    02 filler pic x(40) value '   +17              P0000000000000000000'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '1                   E0000000000000000002'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '0                   E0000000000000000002'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '-5                  E0000000000000000002'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value 'ABC                 E0000000000000000001'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '12X4                E0000000000000000001'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '4 4                 E0000000000000000001'.
    02 filler pic x(40) value spaces.
    02 filler pic x(40) value '1234567890123456789 E0000000000000000003'.
    02 filler pic x(40) value spaces.
01 known-values-red redefines known-values-table.
    02 known-entry pic x(80) occurs 20 times.

*> one known value laid out for comparing
01 known-rec.
    02 kv-text pic x(20).
    02 kv-verdict pic x.
    02 kv-factor pic 9(18).
    02 kv-reason pic 9.
    02 kv-factors pic x(40).

*> parameter block for primevrd - layout documented in its header
01 verdict-request.
    02 vr-function pic x.
    02 vr-use-master pic x.
    02 vr-want-factors pic x.
    02 vr-number pic s9(18).
    02 vr-value-text pic x(20).
    02 vr-verdict pic x.
    02 vr-factor pic 9(18).
    02 vr-reason pic 9.
    02 vr-method pic x.
    02 vr-factors pic x(100).
    02 vr-master-status pic xx.

01 rpt-title-line.
    02 filler pic x(14) value spaces.
    02 filler pic x(30) value 'PRIME VERDICT MODULE TEST'.
01 rpt-under-line.
    02 filler pic x(70) value ' ---------------------------------------------------------------------'.
01 rpt-pass-line.
    02 filler pic x(6) value ' PASS '.
    02 rp-pass pic 9.
    02 filler pic x(3) value ' - '.
    02 rp-desc pic x(40).
01 rpt-diff-line.
    02 filler pic x(7) value ' VALUE '.
    02 rd-text pic x(20).
    02 filler pic x(11) value ' EXPECTED: '.
    02 rd-exp-verdict pic x.
    02 filler pic x.
    02 rd-exp-factor pic z(17)9.
    02 filler pic x(3) value ' R '.
    02 rd-exp-reason pic 9.
    02 filler pic x(6) value ' GOT: '.
    02 rd-got-verdict pic x.
    02 filler pic x.
    02 rd-got-factor pic z(17)9.
    02 filler pic x(3) value ' R '.
    02 rd-got-reason pic 9.
01 rpt-factors-line.
    02 filler pic x(27) value spaces.
    02 filler pic x(11) value ' EXPECTED: '.
    02 rf-exp-factors pic x(40).
    02 filler pic x(6) value ' GOT: '.
    02 rf-got-factors pic x(40).
01 rpt-summary-1.
    02 filler pic x(17) value ' VALUES TESTED:  '.
    02 rpt-tested pic z(8)9.
    02 filler pic x(10) value ' MATCHED: '.
    02 rpt-matched pic z(8)9.
    02 filler pic x(13) value ' MISMATCHED: '.
    02 rpt-mismatch pic z(8)9.
01 rpt-verdict-line.
    02 filler pic x(12) value ' RESULT: '.
    02 rpt-result pic x(30).

procedure division.
    introduction.
        display ' '.
        display '------------------------------------'.
        display '  PRIME VERDICT MODULE TEST'.
        display '------------------------------------'.
        display ' '.

    *> a file of further known values is optional - the built-in
    *> list always runs
    get-filename.
        accept command-text from command-line.
        if command-text not = spaces
            move command-text to known-fname
            open input known-file
            if known-file-status is not equal to '00'
                display 'ERROR: Could not open "' known-fname
                    '" (file status ' known-file-status ').'
                move 8 to return-code
                stop run
            end-if
        end-if.

    *> every value by trial division first, then again with a sieve
    *> sized over the small ones - the engine is told to leave the
    *> master alone both times
    run-the-list.
        open output report-file.
        write report-line from rpt-title-line after advancing 0 lines.
        write report-line from rpt-under-line after advancing 1 line.
        move 'N' to vr-use-master.
        move 'Y' to vr-want-factors.

        move 1 to pass-num.
        move 0 to vr-number.
        perform size-the-sieve.
        move 'TRIAL DIVISION' to rp-desc.
        perform run-one-pass.

        move 2 to pass-num.
        move 1000 to vr-number.
        perform size-the-sieve.
        move 'SIEVE SIZED TO 1000' to rp-desc.
        perform run-one-pass.

        *> the further values, once, still with the sieve in place
        if known-fname not = spaces
            move 3 to pass-num
            move known-fname to rp-desc
            move pass-num to rp-pass
            write report-line from rpt-pass-line after advancing 2 lines
            perform test-one-file-value
                until known-eof-switch = 0
            close known-file
        end-if.

        write report-line from rpt-under-line after advancing 1 line.
        move count-tested to rpt-tested.
        move count-matched to rpt-matched.
        move count-mismatch to rpt-mismatch.
        write report-line from rpt-summary-1 after advancing 1 line.
        if count-mismatch = 0
            move 'ALL VALUES MATCHED' to rpt-result
        else
            move '*** MISMATCHES FOUND ***' to rpt-result
        end-if.
        write report-line from rpt-verdict-line after advancing 1 line.
        close report-file.

        display rpt-summary-1.
        display rpt-verdict-line.
        display ' '.
        display 'Please see the full results in PRIMEVTD.RPT'.
        display ' '.
        if count-mismatch = 0
            move 0 to return-code
        else
            move 4 to return-code
        end-if.

stop run.

*> paragraph to have primevrd size its sieve to vr-number (0 for none)
size-the-sieve.
    move 'S' to vr-function
    call "primevrd" using verdict-request.

*> paragraph to put the built-in list through the engine once
run-one-pass.
    move pass-num to rp-pass
    write report-line from rpt-pass-line after advancing 2 lines
    perform varying kv-idx from 1 by 1 until kv-idx > kv-max
        move known-entry(kv-idx) to known-rec
        perform test-one-value
    end-perform.

*> paragraph to take the next further value off the named file -
*> blank lines and '*' comments are skipped
test-one-file-value.
    read known-file into known-rec
        at end move zero to known-eof-switch
        not at end
            if known-rec not = spaces and kv-text(1:1) not = '*'
                perform test-one-value
            end-if
    end-read.

*> paragraph to settle one known value and hold the answer up
*> against the expected one
test-one-value.
    add 1 to count-tested
    move 'V' to vr-function
    move 0 to vr-number
    move kv-text to vr-value-text
    call "primevrd" using verdict-request
    if vr-verdict = kv-verdict and vr-factor = kv-factor
        and vr-reason = kv-reason
        and (kv-factors = spaces or vr-factors = kv-factors)
        add 1 to count-matched
    else
        add 1 to count-mismatch
        move kv-text to rd-text
        move kv-verdict to rd-exp-verdict
        move kv-factor to rd-exp-factor
        move kv-reason to rd-exp-reason
        move vr-verdict to rd-got-verdict
        move vr-factor to rd-got-factor
        move vr-reason to rd-got-reason
        write report-line from rpt-diff-line after advancing 1 line
        display ' MISMATCH:' rpt-diff-line
        if kv-factors not = spaces and vr-factors not = kv-factors
            move kv-factors to rf-exp-factors
            move vr-factors to rf-got-factors
            write report-line from rpt-factors-line
                after advancing 1 line
        end-if
    end-if.

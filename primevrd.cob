*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*> file:   primevrd.cob
*> goal:   the prime-verdict engine, separately compiled so any shop
*>         program can CALL it instead of writing input cards for a
*>         primes3 run and picking the answer back off the report.
*>         primes3's prime-check and PRIMEMNT's verify both call it,
*>         so every caller gets the identical answer. it consults
*>         PRIMEMAST.DAT the way prime-check always has - a settled
*>         number is one keyed read, a new one is computed (sieve
*>         lookup when the caller has sized one, square-root-cutoff
*>         trial division otherwise) and put on file for next time.
*>
*>         interface - one parameter block, passed by reference:
*>
*>         01 verdict-request.
*>             02 vr-function pic x.
*>                 'O' open PRIMEMAST.DAT for the calls that follow -
*>                     only when vr-use-master is 'Y'; the file
*>                     status comes back in vr-master-status ('00'
*>                     open, anything else and the master stays off
*>                     and every value is computed)
*>                 'S' size the sieve to cover 2 thru vr-number - 0,
*>                     or a value past 1000000, turns it off; the
*>                     marks already made stay good from call to call
*>                 'V' settle one value (below)
*>                 'C' close the master, if 'O' opened it
*>             02 vr-use-master pic x.
*>                 'Y' consult and update the master on 'O' and 'V';
*>                 'N' compute from first principles and leave the
*>                 file alone - how a verify proves the file out
*>             02 vr-want-factors pic x.
*>                 'Y' return a composite's complete factorization
*>             02 vr-number pic s9(18).
*>                 the value to settle, when vr-value-text is spaces
*>             02 vr-value-text pic x(20).
*>                 the value as text, for callers holding it in a
*>                 card or screen field - leading/trailing spaces and
*>                 one leading sign allowed; spaces means use
*>                 vr-number. on return vr-number holds the value read
*>             02 vr-verdict pic x.
*>                 returned: 'P' prime, 'N' composite, 'E' rejected
*>             02 vr-factor pic 9(18).
*>                 returned: the smallest prime factor of an 'N',
*>                 zero otherwise
*>             02 vr-reason pic 9.
*>                 returned: 0 settled, 1 not numeric, 2 zero or
*>                 negative (or one), 3 too large - the same codes
*>                 as primes3's delimited file
*>             02 vr-method pic x.
*>                 returned: how it was settled - 'M' master, 'S'
*>                 sieve, 'D' trial division, 'U' under four, space
*>                 when rejected
*>             02 vr-factors pic x(100).
*>                 returned: an 'N''s factorization (2^3 x 3^2 x 5)
*>                 when asked for, spaces otherwise
*>             02 vr-master-status pic xx.
*>                 returned by 'O': the master's file status
*>
*>         the module keeps its state (open master, sieve) between
*>         calls, so a caller opens once, settles many, closes once.
*>         every record it adds to the master or rewrites there is
*>         also appended to PRIMEJRN.DAT as an after-image, for
*>         PRIMEMNT's roll-forward.
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
program-id. primevrd.

environment division.
input-output section.
file-control.
*> master file of previously settled results, keyed by the number -
*> same fixed name and layout primes3 has always used
select master-file assign to "PRIMEMAST.DAT"
    organization is indexed
    access mode is random
    record key is mst-number
    file status is master-file-status.
*> forward-recovery journal - an after-image of every master add and
*> rewrite, so a master reloaded from backup can be rolled forward
select journal-file assign to "PRIMEJRN.DAT"
    organization is line sequential
    file status is journal-file-status.

data division.
file section.
fd master-file.
    01 master-record.
        02 mst-number pic 9(18).
        02 mst-verdict pic x.
        02 mst-factor pic 9(18).
        *> the complete factorization of a composite, in the same
        *> 2^3 x 3^2 x 5 form the report prints, so a repeat value is
        *> never re-factored; spaces until some run has worked it out
        02 mst-factors pic x(100).
fd journal-file.
    01 journal-line pic x(170).

working-storage section.
77 master-file-status pic xx value '00'.
77 master-enabled-sw pic x value 'N'.
    88 master-enabled value 'Y'.
77 master-hit-sw pic x value 'N'.
    88 master-hit value 'Y'.

*> the journal, open whenever the master is - one after-image line
*> per add ('A') or rewrite ('R'), stamped to the hundredth, mirroring
*> PRIMEMNT's layout
77 journal-file-status pic xx value '00'.
77 journal-open-sw pic x value 'N'.
    88 journal-open value 'Y'.
01 journal-detail.
    02 jrn-date pic 9(6).
    02 jrn-time pic 9(8).
    02 filler pic x value space.
    02 jrn-action pic x.
    02 filler pic x value space.
    02 jrn-program pic x(8).
    02 filler pic x value space.
    02 jrn-number pic 9(18).
    02 filler pic x value space.
    02 jrn-verdict pic x.
    02 filler pic x value space.
    02 jrn-factor pic 9(18).
    02 filler pic x value space.
    02 jrn-factors pic x(100).

*> the value being settled and the trial-division work fields
77 curr-num pic s9(18) value 0.
77 i pic s9(18) usage is computational.
77 result pic s9(18) usage is computational.
77 rem pic s9(18) usage is computational.
77 flag pic 9 value 0.
77 smallest-factor pic s9(18) value 0 usage is computational.

*> the text form of the value, scanned the way primes3 scans a card:
*> digits, then only zero-suppressed spaces
77 vt-pos pic s9(4) usage is computational.
77 vt-first pic s9(4) usage is computational.
77 vt-digits pic s9(4) usage is computational.
77 vt-digit pic 9 value 0.
77 vt-negative-sw pic x value 'N'.
    88 vt-negative value 'Y'.
77 vt-bad-sw pic x value 'N'.
    88 vt-bad value 'Y'.
77 vt-run-ended-sw pic x value 'N'.
    88 vt-run-ended value 'Y'.

*> sieve of eratosthenes - sieve-factor(n) is 0 for a prime and
*> holds the smallest prime factor of n once marked composite
77 use-sieve-sw pic x value 'N'.
    88 use-sieve value 'Y'.
77 sieve-limit pic s9(9) value 1000000 usage is computational.
77 sieve-top pic s9(9) value 0 usage is computational.
77 sieve-p pic s9(9) usage is computational.
77 sieve-m pic s9(9) usage is computational.
01 sieve-table.
    02 sieve-factor pic s9(9) value 0 usage is computational
        occurs 1000000 times.

*> complete factorization - the primes and exponents worked out
*> smallest first, then laid out as text
77 fz-n pic s9(18) value 0 usage is computational.
77 fz-f pic s9(18) value 0 usage is computational.
77 fz-i pic s9(18) usage is computational.
77 fz-result pic s9(18) usage is computational.
77 fz-rem pic s9(18) usage is computational.
77 fz-count pic s9(4) value 0 usage is computational.
77 fz-idx pic s9(4) usage is computational.
77 factor-text pic x(100) value spaces.
77 ft-pos pic s9(9) usage is computational.
77 ft-num-edited pic z(17)9.
77 ft-scan pic s9(9) usage is computational.
77 ft-len pic s9(9) usage is computational.
*> an 18-digit value is at worst 2^59, and at worst 15 distinct
*> primes - 64 entries is comfortable either way
01 factorization-table.
    02 factor-entry occurs 64 times.
        03 fz-prime pic s9(18) usage is computational.
        03 fz-exp pic s9(4) usage is computational.

linkage section.
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

procedure division using verdict-request.
    dispatch-function.
        if vr-function = 'V'
            perform settle-one-value
        else
        if vr-function = 'S'
            perform size-the-sieve
        else
        if vr-function = 'O'
            perform open-master
        else
        if vr-function = 'C'
            perform close-master
        end-if
        end-if
        end-if
        end-if.
        goback.

*> paragraph to settle one value - the text form classified first
*> when the caller passed one, then the same master-then-compute
*> order prime-check has always taken
settle-one-value.
    move 'E' to vr-verdict
    move 0 to vr-factor
    move 0 to vr-reason
    move space to vr-method
    move spaces to vr-factors
    move spaces to factor-text
    if vr-value-text is not equal to spaces
        perform classify-value-text
    else
        move vr-number to curr-num
        if curr-num <= 1
            move 2 to vr-reason
        end-if
    end-if
    if vr-reason = 0
        perform prime-check
    end-if.

*> paragraph to read the caller's text form of the value: one sign
*> right in front of the digits, no stray characters, no second run
*> of digits after a space, and no more than 18 digits
classify-value-text.
    move 0 to vt-first
    move 0 to vt-digits
    move 0 to curr-num
    move 'N' to vt-negative-sw
    move 'N' to vt-bad-sw
    move 'N' to vt-run-ended-sw
    perform varying vt-pos from 1 by 1
        until vt-pos > 20 or vt-first > 0
        if vr-value-text(vt-pos:1) not = space
            move vt-pos to vt-first
        end-if
    end-perform
    if vt-first > 0
        if vr-value-text(vt-first:1) = '-'
            or vr-value-text(vt-first:1) = '+'
            if vr-value-text(vt-first:1) = '-'
                move 'Y' to vt-negative-sw
            end-if
            add 1 to vt-first
        end-if
    end-if
    if vt-first > 0 and vt-first <= 20
        perform varying vt-pos from vt-first by 1 until vt-pos > 20
            if vr-value-text(vt-pos:1) is numeric
                if vt-run-ended
                    move 'Y' to vt-bad-sw
                else
                    add 1 to vt-digits
                    if vt-digits <= 18
                        move vr-value-text(vt-pos:1) to vt-digit
                        compute curr-num = curr-num * 10 + vt-digit
                    end-if
                end-if
            else
                if vr-value-text(vt-pos:1) = space
                    if vt-digits > 0
                        move 'Y' to vt-run-ended-sw
                    end-if
                else
                    move 'Y' to vt-bad-sw
                end-if
            end-if
        end-perform
    end-if
    if vt-bad or vt-digits = 0
        move 1 to vr-reason
        move 0 to vr-number
    else
        if vt-digits > 18
            move 3 to vr-reason
            move 0 to vr-number
        else
            if vt-negative
                compute curr-num = 0 - curr-num
            end-if
            move curr-num to vr-number
            if curr-num <= 1
                move 2 to vr-reason
            end-if
        end-if
    end-if.

*> paragraph to check if an individual number is prime - a number
*> settled by an earlier run is answered straight off the master,
*> one keyed read instead of any division or sieve lookup, and a
*> number settled here is appended for next time
prime-check.
    move 0 to flag
    move 0 to result
    move 2 to rem
    move 0 to smallest-factor
    move 'N' to master-hit-sw
    if master-enabled and vr-use-master = 'Y'
        perform read-master
    end-if
    if master-hit
        move 'M' to vr-method
        if mst-verdict = 'P'
            move 'P' to vr-verdict
        else
            move mst-factor to smallest-factor
            move 'N' to vr-verdict
            move smallest-factor to vr-factor
            *> a composite settled before the factorization column
            *> existed (or before anyone asked for it) carries spaces
            *> there - factor it this once and put the answer on
            *> file, so the next repeat really is just a keyed read
            if vr-want-factors = 'Y' or vr-want-factors = 'y'
                if mst-factors = spaces
                    perform factorize-number
                    move factor-text to mst-factors
                    rewrite master-record
                        invalid key continue
                        not invalid key
                            move 'R' to jrn-action
                            perform write-journal
                    end-rewrite
                else
                    move mst-factors to factor-text
                end-if
                move factor-text to vr-factors
            end-if
        end-if
    else
        if curr-num >= 4
            if use-sieve and curr-num <= sieve-top
                *> o(1) lookup into the pre-built sieve, which already
                *> carries the smallest prime factor
                move 'S' to vr-method
                if sieve-factor(curr-num) not = 0
                    move 1 to flag
                    move sieve-factor(curr-num) to smallest-factor
                end-if
            else
                *> divide num by every number i = [2,num]
                move 'D' to vr-method
                perform varying i from 2 by 1 until i >= curr-num
                    divide curr-num by i giving result remainder rem
                    *> the first i found is the smallest factor -
                    *> capture it, mark the flag, and stop looping
                    if rem = 0
                        move 1 to flag
                        move i to smallest-factor
                        move curr-num to i
                    else
                        *> once the quotient drops below the divisor,
                        *> i has passed the square root - any factor
                        *> would already have turned up, so it's prime
                        if result < i
                            move curr-num to i
                        end-if
                    end-if
                end-perform
            end-if

            if flag = 0
                move 'P' to vr-verdict
            else
                move 'N' to vr-verdict
                move smallest-factor to vr-factor
                *> finish the job while the value is already settled
                *> composite - the factorization goes back to the
                *> caller and (below) onto the master
                if vr-want-factors = 'Y' or vr-want-factors = 'y'
                    perform factorize-number
                    move factor-text to vr-factors
                end-if
            end-if
        else
            *> number is valid but less than 4, so it is prime!
            move 'U' to vr-method
            move 'P' to vr-verdict
        end-if
        if master-enabled and vr-use-master = 'Y'
            perform write-master
        end-if
    end-if.

*> paragraph to work curr-num's complete factorization out into the
*> factorization table, then into factor-text (2^3 x 3^2 x 5) -
*> performed only for a value already settled composite, so there is
*> always at least one factor to find
factorize-number.
    move 0 to fz-count
    move curr-num to fz-n
    perform factor-out-one-prime
        until fz-n = 1
    perform build-factor-text.

*> paragraph to peel the smallest prime factor off fz-n, fold it
*> into the table (a repeat of the last prime just raises its
*> exponent - the factors come off smallest first, so equal primes
*> always arrive together), and divide it out
factor-out-one-prime.
    perform find-smallest-factor
    if fz-count > 0 and fz-prime(fz-count) = fz-f
        add 1 to fz-exp(fz-count)
    else
        add 1 to fz-count
        move fz-f to fz-prime(fz-count)
        move 1 to fz-exp(fz-count)
    end-if
    divide fz-f into fz-n.

*> paragraph to find the smallest prime factor of fz-n, or fz-n
*> itself when it is prime - the sieve answers in one lookup for
*> anything it covers, and the wide values past sieve-top get the
*> same square-root-cutoff division prime-check falls back on
find-smallest-factor.
    move 0 to fz-f
    if use-sieve and fz-n <= sieve-top
        if sieve-factor(fz-n) not = 0
            move sieve-factor(fz-n) to fz-f
        end-if
    else
        perform varying fz-i from 2 by 1 until fz-i >= fz-n
            divide fz-n by fz-i giving fz-result remainder fz-rem
            if fz-rem = 0
                move fz-i to fz-f
                move fz-n to fz-i
            else
                if fz-result < fz-i
                    move fz-n to fz-i
                end-if
            end-if
        end-perform
    end-if
    if fz-f = 0
        move fz-n to fz-f
    end-if.

*> paragraph to lay the factorization table out as readable text:
*> primes joined with ' x ', '^exponent' only where the exponent is
*> more than one
build-factor-text.
    move spaces to factor-text
    move 1 to ft-pos
    perform varying fz-idx from 1 by 1 until fz-idx > fz-count
        if fz-idx > 1
            move ' x ' to factor-text(ft-pos:3)
            add 3 to ft-pos
        end-if
        move fz-prime(fz-idx) to ft-num-edited
        perform append-number-text
        if fz-exp(fz-idx) > 1
            move '^' to factor-text(ft-pos:1)
            add 1 to ft-pos
            move fz-exp(fz-idx) to ft-num-edited
            perform append-number-text
        end-if
    end-perform.

*> paragraph to append ft-num-edited, leading spaces dropped, to
*> factor-text at ft-pos
append-number-text.
    perform varying ft-scan from 1 by 1 until ft-scan > 18
            or ft-num-edited(ft-scan:1) not = space
        continue
    end-perform
    compute ft-len = 19 - ft-scan
    move ft-num-edited(ft-scan:ft-len) to factor-text(ft-pos:ft-len)
    add ft-len to ft-pos.

*> classic sieve of eratosthenes, marked from 2 up to the top the
*> caller asked for - entries already marked by an earlier sizing
*> stay valid, only the coverage changes
size-the-sieve.
    if vr-number > 0 and vr-number <= sieve-limit
        move vr-number to sieve-top
        perform varying sieve-p from 2 by 1 until sieve-p > sieve-top
            if sieve-factor(sieve-p) = 0
                perform varying sieve-m from sieve-p by sieve-p
                    until sieve-m > sieve-top
                    if sieve-m > sieve-p
                        if sieve-factor(sieve-m) = 0
                            move sieve-p to sieve-factor(sieve-m)
                        end-if
                    end-if
                end-perform
            end-if
        end-perform
        move 'Y' to use-sieve-sw
    else
        move 'N' to use-sieve-sw
    end-if.

*> paragraph to get the results master ready for keyed reads and
*> appends - built fresh on first use; any other trouble leaves the
*> master off and hands the status back for the caller to report
open-master.
    move 'N' to master-enabled-sw
    move '00' to master-file-status
    if vr-use-master = 'Y'
        open i-o master-file
        if master-file-status = '00'
            move 'Y' to master-enabled-sw
        else
            if master-file-status = '35'
                open output master-file
                close master-file
                open i-o master-file
                if master-file-status = '00'
                    move 'Y' to master-enabled-sw
                end-if
            end-if
        end-if
    end-if
    move master-file-status to vr-master-status
    *> no journal, no roll-forward past the last backup - the run
    *> goes on, but says so
    if master-enabled
        open extend journal-file
        if journal-file-status is not equal to '00'
            open output journal-file
        end-if
        if journal-file-status = '00'
            move 'Y' to journal-open-sw
        else
            display 'WARNING: PRIMEJRN.DAT could not be opened (file '
                'status ' journal-file-status ') - this run''s master '
                'updates are not journaled.'
        end-if
    end-if.

*> paragraph to settle the master before the caller ends, so
*> everything newly appended is safely on disk for the next run
close-master.
    if master-enabled
        close master-file
        move 'N' to master-enabled-sw
    end-if
    if journal-open
        close journal-file
        move 'N' to journal-open-sw
    end-if.

*> paragraph to look curr-num up on the results master
read-master.
    move 'N' to master-hit-sw
    move curr-num to mst-number
    read master-file
        invalid key continue
        not invalid key move 'Y' to master-hit-sw
    end-read.

*> paragraph to append the result just settled for curr-num; a key
*> already on file (two callers settling the same number in one run)
*> is no cause for alarm - the verdict on file is just as good
write-master.
    move curr-num to mst-number
    if vr-verdict = 'P'
        move 'P' to mst-verdict
        move 0 to mst-factor
        move spaces to mst-factors
    else
        move 'N' to mst-verdict
        move smallest-factor to mst-factor
        *> spaces when this caller didn't ask for factorizations - a
        *> later one that does will fill the column in on its hit
        move factor-text to mst-factors
    end-if
    write master-record
        invalid key continue
        not invalid key
            move 'A' to jrn-action
            perform write-journal
    end-write.

*> paragraph to append the after-image of the master record just
*> written or rewritten - the action is set by the caller
write-journal.
    if journal-open
        accept jrn-date from date
        accept jrn-time from time
        move 'PRIMEVRD' to jrn-program
        move mst-number to jrn-number
        move mst-verdict to jrn-verdict
        move mst-factor to jrn-factor
        move mst-factors to jrn-factors
        write journal-line from journal-detail
    end-if.

select csv-file assign to dynamic csv-fname
    organization is line sequential
    file status is csv-file-status.
*> optional transmission file back to the sender - fixed width, framed
*> with our own header and a trailer of control totals, so the
*> receiving system can prove it got every result (primetxv checks it)
select tx-file assign to dynamic tx-fname
    organization is line sequential
    file status is tx-file-status.
select std-in assign to keyboard.
*> manifest of input filenames, driven one at a time through the
*> file-read loop into a single consolidated report
select lock-file assign to "PRIMELOCK.DAT"
    organization is line sequential
    file status is lock-file-status.
*> operator file - who may sign on, and in what role; the same file
*> PRIMEMNT signs its operators on against
select operator-file assign to "PRIMEOPR.DAT"
    organization is line sequential
    file status is operator-file-status.
*> feed log - one line per input file that came with an HDR record:
*> who sent it, for which date, when it was processed and how many
*> records it held - what primefed matches the feed schedule against
select feed-file assign to "PRIMEFEED.LOG"
    organization is line sequential
    file status is feed-file-status.
*> volume log - one line per source system per run, written with the
*> run's audit line and carrying its date and time, so primebil can
*> charge each sender for the work and tie back to the audit log
select volume-file assign to "PRIMEVOL.LOG"
    organization is line sequential
    file status is volume-file-status.
*> suspense register - one entry per reject ever suspensed, keyed by
*> the run stamp and record number, so a reject can be followed from
*> OPEN to CORRECTED (or written off) long after its run's suspense
*> file has been re-fed or cleaned away; PRIMESUS maintains it
select register-file assign to "PRIMESREG.DAT"
    organization is indexed
    access mode is dynamic
    record key is sreg-key
    alternate record key is sreg-item-id with duplicates
    alternate record key is sreg-card with duplicates
    file status is register-file-status.
*> item history - every structured card's verdict, keyed by item id
*> and run stamp, so "what did part X get last time?" is a keyed
*> lookup (PRIMEHIS) instead of a dig through old delimited files
select history-file assign to "PRIMEHIST.DAT"
    organization is indexed
    access mode is dynamic
    record key is hist-key
    file status is history-file-status.
*> scratch file used only to rebuild out-file up to a checkpoint
*> boundary before a resume starts appending to it - stamped per run
*> (TMPyymmddhhmmsshh.DAT), so two resumes can't collide on it
    01 out-line pic x(100).
fd csv-file.
    01 csv-line pic x(120).
fd tx-file.
    01 tx-line pic x(80).
fd std-in.
    01 std-in-line pic x(80).
fd parm-file.
fd manifest-file.
    01 manifest-line pic x(80).
fd checkpoint-file.
    01 checkpoint-line pic x(300).
fd audit-file.
    01 audit-line pic x(350).
fd lock-file.
    01 lock-line pic x(30).
fd operator-file.
    01 operator-line pic x(80).
fd suspense-file.
    01 suspense-line pic x(110).
fd feed-file.
    01 feed-line pic x(110).
fd volume-file.
    01 volume-line pic x(100).
fd register-file.
    01 register-record.
        02 sreg-key.
            03 sreg-stamp pic x(14).
            03 sreg-rec-num pic 9(9).
        *> 'O' open, 'C' corrected by a later clean run, 'W' written
        *> off by data control
        02 sreg-status pic x.
        02 sreg-item-id pic x(10).
        02 sreg-card pic x(80).
        02 sreg-reason pic x(18).
        *> off the file's HDR record - spaces for an old-style feed
        02 sreg-source pic x(10).
        02 sreg-file-date pic x(8).
        02 sreg-opened-date pic x(6).
        02 sreg-in-fname pic x(30).
        02 sreg-susp-fname pic x(30).
        *> when, and by which run stamp (or PRIMESUS), it was closed
        02 sreg-closed-date pic x(6).
        02 sreg-closed-by pic x(14).
        02 sreg-writeoff-reason pic x(40).
fd history-file.
    01 history-record.
        02 hist-key.
            03 hist-item-id pic x(10).
            03 hist-stamp pic x(14).
        02 hist-value pic 9(18).
        02 hist-verdict pic x.
        02 hist-factor pic 9(18).
        02 hist-source pic x(10).
        02 hist-file-date pic x(8).
        02 hist-in-fname pic x(30).
fd tmp-out-file.
    *> wide enough for the longest record it ever carries - a
    *> suspense record during reconcile-suspense-file
77 curr-num pic s9(18) value 1.
77 print-num pic z(17)9.
77 print-factor pic z(17)9.
77 is-prime pic s9(2) value 0.
77 smallest-factor pic s9(18) value 0 usage is computational.
77 want-out-file pic x value 'N'.
*> master so a repeat value is never factored twice
77 want-factors pic x value 'N'.
    88 want-factors-yes value 'Y' 'y'.
77 factor-text pic x(100) value spaces.
77 csv-factor-text pic x(60) value spaces.
77 cft-pos pic s9(9) usage is computational.
77 ft-scan pic s9(9) usage is computational.

*> unattended batch mode - the command line names a parameter card
*> file whose KEYWORD=value lines answer every prompt, so the
77 parm-pos pic s9(9) usage is computational.
77 parm-digit pic 9 value 0.

*> who is running this - signed on at the terminal, or named on an
*> OPERATOR= card for a batch run - and the role PRIMEOPR.DAT gives
*> them; the id goes on the audit line
77 operator-file-status pic xx value '00'.
77 operator-eof-switch pic 9 value 1.
77 operator-id pic x(8) value spaces.
77 operator-role pic x value space.
    88 operator-known value 'O' 'S' 'A'.
*> one operator card: id, role (O operator, S supervisor, A auditor)
*> and name - '*' in column 1 for a comment
01 operator-detail.
    02 opr-id pic x(8).
    02 filler pic x.
    02 opr-role pic x.
    02 filler pic x.
    02 opr-name pic x(30).

*> manifest mode - one run works through every input file named in
*> a manifest, with per-file summaries and grand totals at the end;
*> a file that won't open is reported and skipped, never fatal
77 ckpt-loaded-sw pic x value 'N'.
    88 ckpt-loaded value 'Y'.
01 ckpt-table.
    02 ckpt-entry pic x(300) occurs 100 times.

*> results master - primevrd consults it before any division or
*> sieve lookup and appends as new numbers are settled; if the file
*> can't be had the run simply computes everything, as it always did
77 master-file-status pic xx value '00'.
77 master-enabled-sw pic x value 'N'.
    88 master-enabled value 'Y'.

*> the feed log line for a file with a header - the status is the
*> control-total verdict, or STOP when the tolerance cut it short
77 feed-file-status pic xx value '00'.
01 feed-detail.
    02 fd-run-date pic 9(6).
    02 filler pic x value space.
    02 fd-run-time pic 9(8).
    02 filler pic x value space.
    02 fd-source pic x(10).
    02 filler pic x value space.
    02 fd-file-date pic x(8).
    02 filler pic x value space.
    02 fd-count pic 9(9).
    02 filler pic x value space.
    02 fd-status pic x(4).
    02 filler pic x value space.
    02 fd-in-fname pic x(30).
    02 filler pic x value space.
    02 fd-stamp pic x(14).
    02 filler pic x value space.
    02 fd-program pic x(8).

*> volume by source system for the chargeback: records read, values
*> answered from the master, values worked out (sieve, trial division
*> or the under-4 shortcut) and rejects. a manifest run tallies each
*> file under its own HDR source; every other run is one tally under
*> whatever source it saw. a slice never sees the HDR, so primespl
*> hands its source on with a SOURCE= card, and that stands in
*> whenever no HDR was read; no source at all bills to (NONE)
77 volume-file-status pic xx value '00'.
77 vol-count pic s9(4) value 0 usage is computational.
77 vol-max pic s9(4) value 50 usage is computational.
77 vol-idx pic s9(4) usage is computational.
77 vol-source pic x(10) value spaces.
77 vol-parm-source pic x(10) value spaces.
77 vol-add-read pic s9(9) value 0 usage is computational.
77 vol-add-master pic s9(9) value 0 usage is computational.
77 vol-add-computed pic s9(9) value 0 usage is computational.
77 vol-add-reject pic s9(9) value 0 usage is computational.
*> the how-settled counters run for the whole run, so a manifest
*> file's share is taken against where they stood when it started
77 vol-snap-master pic s9(9) value 0 usage is computational.
77 vol-snap-computed pic s9(9) value 0 usage is computational.
01 volume-table.
    02 volume-entry occurs 50 times.
        03 vt-source pic x(10).
        03 vt-read pic s9(9) usage is computational.
        03 vt-master pic s9(9) usage is computational.
        03 vt-computed pic s9(9) usage is computational.
        03 vt-reject pic s9(9) usage is computational.
01 volume-detail.
    02 vd-run-date pic 9(6).
    02 filler pic x value space.
    02 vd-run-time pic 9(8).
    02 filler pic x value space.
    02 vd-source pic x(10).
    02 filler pic x value space.
    02 vd-read pic 9(9).
    02 filler pic x value space.
    02 vd-master pic 9(9).
    02 filler pic x value space.
    02 vd-computed pic 9(9).
    02 filler pic x value space.
    02 vd-reject pic 9(9).
    02 filler pic x value space.
    02 vd-mode pic x(8).
    02 filler pic x value space.
    02 vd-stamp pic x(14).

*> suspense register - every reject goes on it OPEN under the stamp
*> of the suspense file it was written to, and every clean record
*> marks earlier runs' OPEN entries for the same item id (or, on a
*> bare-number feed, the same card) CORRECTED; a register that can't
*> be had is reported and the run carries on without it, and slice
*> runs leave it alone the way they leave the master alone
77 register-file-status pic xx value '00'.
77 register-enabled-sw pic x value 'N'.
    88 register-enabled value 'Y'.
77 register-more-sw pic x value 'N'.
    88 register-more value 'Y'.
77 register-stamp pic x(14) value spaces.
77 count-reg-opened pic s9(9) value 0 usage is computational.
77 count-reg-corrected pic s9(9) value 0 usage is computational.

*> item history - opened alongside the register, written only for a
*> structured card settled P or N in a line-per-record run (a
*> consolidated line speaks for many cards, so it has no one item to
*> file under); each write is checked against the item's previous
*> entry first, and a changed value or verdict is held for the
*> exception section printed at the end of the run. entries are
*> stamped with the register stamp, so a resumed run files its cards
*> under the killed run's stamp and a card read again past the last
*> checkpoint rewrites its entry rather than adding a second one
77 history-file-status pic xx value '00'.
77 history-enabled-sw pic x value 'N'.
    88 history-enabled value 'Y'.
77 history-more-sw pic x value 'N'.
    88 history-more value 'Y'.
77 history-found-sw pic x value 'N'.
    88 history-found value 'Y'.
77 history-new-verdict pic x value space.
77 prev-value pic 9(18) value 0.
77 prev-verdict pic x value space.
77 prev-stamp pic x(14) value spaces.
77 history-item pic x(10) value spaces.
77 history-new-value pic 9(18) value 0.
*> the entry before, on the resume rescan that rebuilds the killed
*> run's exceptions
77 hist-last-item pic x(10) value spaces.
77 hist-last-value pic 9(18) value 0.
77 hist-last-verdict pic x value space.
77 hist-last-stamp pic x(14) value spaces.
77 count-hist-saved pic s9(9) value 0 usage is computational.
77 hx-count pic s9(9) value 0 usage is computational.
77 hx-max pic s9(9) value 500 usage is computational.
77 hx-idx pic s9(9) usage is computational.
01 history-exception-table.
    02 history-exception occurs 500 times.
        03 hx-item-id pic x(10).
        03 hx-prev-value pic 9(18).
        03 hx-prev-verdict pic x.
        03 hx-prev-stamp pic x(14).
        03 hx-new-value pic 9(18).
        03 hx-new-verdict pic x.
01 hist-exc-title-line.
    02 filler pic x(50) value ' ITEMS WHOSE VALUE OR VERDICT CHANGED SINCE THEIR '.
    02 filler pic x(13) value 'LAST HISTORY:'.
01 hist-exc-line.
    02 filler pic x(6) value ' ITEM '.
    02 hx-out-item pic x(10).
    02 filler pic x(5) value ' WAS '.
    02 hx-out-prev-value pic z(17)9.
    02 filler pic x value space.
    02 hx-out-prev-verdict pic x.
    02 filler pic x(6) value ' (RUN '.
    02 hx-out-prev-stamp pic x(14).
    02 filler pic x(6) value ') NOW '.
    02 hx-out-new-value pic z(17)9.
    02 filler pic x value space.
    02 hx-out-new-verdict pic x.
01 hist-exc-none-line.
    02 filler pic x(40) value ' NO ITEM CHANGED VALUE OR VERDICT'.
01 hist-exc-more-line.
    02 filler pic x(16) value ' *** AND '.
    02 hx-out-more pic z(8)9.
    02 filler pic x(32) value ' MORE NOT LISTED - SEE PRIMEHIS'.

*> parameter block for primevrd, the prime-verdict engine every
*> value goes through - layout documented in primevrd's header
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

*> optional delimited results file, one record per value: number,
*> verdict P/N/E, smallest factor when composite, reject code when
77 csv-fname pic x(30) value spaces.
77 csv-file-status pic xx value '00'.

*> optional transmission file, file and manifest mode: an 'H' header
*> (our run stamp, the day it was made, the sender's source system
*> and file date off their HDR), a 'D' detail per result and a 'T'
*> trailer with the detail count, the count of each verdict and a
*> hash total of the values - a manifest run writes one H..T group
*> per input file. the header waits for the first result, so the
*> sender's HDR has been read by the time it is written. a 'Z' file
*> trailer closes the whole file with the number of groups, the
*> details across all of them and their grand hash total, so a file
*> cut off cleanly after some group's trailer still fails the check
77 want-tx-file pic x value 'N'.
    88 want-tx-file-yes value 'Y' 'y'.
77 tx-fname pic x(30) value spaces.
77 tx-file-status pic xx value '00'.
77 tx-header-sw pic x value 'N'.
    88 tx-header-written value 'Y'.
*> the stamp on the group's header, which its trailer repeats - a
*> resumed run carries on under the interrupted run's header
77 tx-group-stamp pic x(14) value spaces.
77 tx-count pic s9(9) value 0 usage is computational.
77 tx-count-prime pic s9(9) value 0 usage is computational.
77 tx-count-notprime pic s9(9) value 0 usage is computational.
77 tx-count-error pic s9(9) value 0 usage is computational.
77 tx-hash-total pic 9(18) value 0.
77 tx-file-groups pic s9(9) value 0 usage is computational.
77 tx-file-count pic s9(9) value 0 usage is computational.
77 tx-file-hash pic 9(18) value 0.
01 tx-header.
    02 txh-type pic x value 'H'.
    02 txh-stamp pic x(14).
    02 txh-created pic 9(6).
    02 txh-source pic x(10).
    02 txh-file-date pic x(8).
    02 txh-in-fname pic x(30).
    02 txh-program pic x(8) value 'PRIMES3'.
    02 filler pic x(3) value spaces.
01 tx-detail.
    02 txd-type pic x value 'D'.
    02 txd-seq pic 9(9).
    02 txd-item-id pic x(10).
    02 txd-value pic 9(18).
    02 txd-verdict pic x.
    02 txd-factor pic 9(18).
    02 txd-reason pic 9.
    02 filler pic x(22) value spaces.
01 tx-trailer.
    02 txt-type pic x value 'T'.
    02 txt-stamp pic x(14).
    02 txt-count pic 9(9).
    02 txt-count-prime pic 9(9).
    02 txt-count-notprime pic 9(9).
    02 txt-count-error pic 9(9).
    02 txt-hash-total pic 9(18).
    02 filler pic x(11) value spaces.
01 tx-file-trailer.
    02 txz-type pic x value 'Z'.
    02 txz-stamp pic x(14).
    02 txz-groups pic 9(9).
    02 txz-count pic 9(9).
    02 txz-hash-total pic 9(18).
    02 filler pic x(29) value spaces.

*> file-mode option to sort the input values and report each
*> distinct value once with an occurrence count, instead of one line
*> per record - the default stays line-per-record for shops that
77 count-notprime pic s9(9) value 0 usage is computational.
77 count-error pic s9(9) value 0 usage is computational.

*> batch sieve of eratosthenes, sized once per file-mode run (up to
*> the largest value actually in the file) so primevrd can do an
*> o(1) lookup per record instead of its division loop - sieve-limit
*> is the size of primevrd's sieve table
77 sieve-limit pic s9(9) value 1000000 usage is computational.
77 sieve-top pic s9(9) value 0 usage is computational.

*> restart/checkpoint support for the file-mode read loop
77 in-file-status pic xx value '00'.
    02 trl-hash-text pic x(18).
    02 filler pic x(50).

*> one checkpoint record is kept per in-fname, so a killed run
*> against a big in-file can pick back up instead of reprocessing
*> everything from record 1 - and a run against some other file no
    *> spaces (here meaning bare layout) instead of shifting every
    *> later column out of alignment
    02 ckpt-layout pic x.
    *> the transmission file the interrupted run was writing, spaces
    *> when it wasn't
    02 ckpt-tx-fname pic x(30).
*> the page heading - run date/time, the input filename (or range
*> descriptor, or KEYBOARD), and the page number, on every page
01 page-head-line.
    02 aud-division pic z(8)9.
    02 filler pic x(5) value ' U4: '.
    02 aud-under-4 pic z(8)9.
    *> who ran it - signed on, or off the OPERATOR= card
    02 filler pic x(6) value ' OPR: '.
    02 aud-operator pic x(8).
01 suspense-detail.
    *> columns 1-80 are the rejected record exactly as read, so the
    *> corrected file needs no reformatting before it is re-fed; the
                move 8 to return-code
                stop run
            end-if
            perform check-operator
        else
            open input std-in
            display 'Operator ID: ' no advancing
            accept operator-id
            display ' '
            perform check-operator
            display "TYPE 1 to enter numbers through the keyboard (standard input)"
            display "TYPE 2 to enter numbers from a file"
            display "TYPE 3 to generate primes across a range of numbers"
        *> the results master serves every mode, so it is readied
        *> before any numbers are looked at
        perform open-master.
        perform open-register.
        perform open-history.

        if input-choice = 1

                    move ckpt-csv-fname to csv-fname
                    move 'Y' to want-csv-file
                end-if
                if ckpt-tx-fname is not equal to spaces
                    move ckpt-tx-fname to tx-fname
                    move 'Y' to want-tx-file
                end-if
                *> keep printing (or not printing) factorizations the
                *> way the interrupted run was - mixing the two styles
                *> in one report would be worse than either
                    accept csv-fname
                    display ' '
                end-if
                display 'Also produce a transmission file for the sender '
                    '(Y/N)? ' no advancing
                accept want-tx-file
                display ' '
                if want-tx-file-yes
                    display "Enter transmission filename: " no advancing
                    accept tx-fname
                    display ' '
                end-if
                display 'Also print the complete factorization of '
                    'composite values (Y/N)? ' no advancing
                accept want-factors
            *> every time; fall back to trial division if the file's
            *> values are too large for the sieve table
            perform determine-sieve-range
            perform size-sieve

            *> consolidation holds every valid value in the nums table
            *> until end of file - a batch too big for the table falls
                perform reconcile-suspense-file
                open extend suspense-file
                move ckpt-count-error to count-suspense
                *> the changed items the killed run found are on the
                *> history under its stamp, not in this run's table
                if history-enabled
                    perform rebuild-history-exceptions
                end-if
                *> the delimited file gets the same treatment the
                *> out-file just did - any rows the killed run left
                *> past its last checkpoint are dropped before
                        open output csv-file
                    end-if
                end-if
                *> and the transmission file likewise - the trim
                *> counts the kept details back into the trailer's
                *> totals as it goes
                if want-tx-file-yes
                    perform reconcile-tx-file
                    open extend tx-file
                    if tx-file-status is not equal to '00'
                        open output tx-file
                    end-if
                end-if
                *> skip past the records the prior run already
                *> finished - control records don't count toward the
                *> checkpoint's record number, but a header skipped
                if want-csv-file-yes
                    open output csv-file
                end-if
                if want-tx-file-yes
                    open output tx-file
                    perform reset-tx-group
                    perform reset-tx-file
                end-if
                move in-fname to ph-run-name
                move audit-date to ph-date
                move audit-time to ph-time
            *> prove the file against its trailer, when it sent one,
            *> and say PASS or FAIL right on the footer
            perform check-control-totals
            if want-tx-file-yes
                perform finish-tx-group
            end-if
            if want-consolidate-yes
                *> records read minus errors equals the occurrence
                *> counts summed; distinct values is what printed
                move summary-line-4 to rpt-detail
                perform write-report-line
            end-if
            perform print-history-exceptions

            display '-----------------------------------------'
            display '           DONE - THANK YOU!'
                display 'Delimited results are in ' csv-fname
                display ' '
            end-if
            if want-tx-file-yes
                perform finish-tx-file
                close tx-file
                display 'Transmission file is ' tx-fname
                display ' '
            end-if

            *> log this run to the audit log, independent of out-fname
            move 'FILE' to aud-mode
                    accept csv-fname
                    display ' '
                end-if
                display 'Also produce a transmission file for the senders '
                    '(Y/N)? ' no advancing
                accept want-tx-file
                display ' '
                if want-tx-file-yes
                    display "Enter transmission filename: " no advancing
                    accept tx-fname
                    display ' '
                end-if

                *> one layout answer covers every file the manifest
                *> names - feeds don't mix layouts within a night
            if want-csv-file-yes
                open output csv-file
            end-if
            if want-tx-file-yes
                open output tx-file
                perform reset-tx-file
            end-if
            move manifest-fname to ph-run-name
            move audit-date to ph-date
            move audit-time to ph-time
            move tmp-fname to out-tmp-fname
            move workfile-line to rpt-detail
            perform write-report-line
            perform print-history-exceptions
            close out-file, suspense-file
            if want-csv-file-yes
                close csv-file
            end-if
            if want-tx-file-yes
                perform finish-tx-file
                close tx-file
            end-if

            display '-----------------------------------------'
            display '           DONE - THANK YOU!'
            *> size a sieve across the whole range, same as a file-mode
            *> batch, so a large range still gets o(1) lookups per value
            move range-high to sieve-top
            perform size-sieve

            *> print results header
            display ' '
    *> newly appended this run is safely on disk for the next one
    finish-master.
        if master-enabled
            move 'C' to vr-function
            call "primevrd" using verdict-request
            move 'N' to master-enabled-sw
        end-if.

    *> the suspense register likewise, with a word on what this run
    *> did to it
    finish-register.
        if register-enabled
            close register-file
            move 'N' to register-enabled-sw
            display 'Suspense register: ' count-reg-opened
                ' rejects entered OPEN, ' count-reg-corrected
                ' earlier rejects marked CORRECTED.'
            display ' '
        end-if.

    *> and the item history
    finish-history.
        if history-enabled
            close history-file
            move 'N' to history-enabled-sw
        end-if.

    *> hand the run lock back so the next operator can start

    *> a batch run has to arrive with everything its mode needs -
    *> there is nobody at the terminal to fill in what's missing
    if not parm-error and operator-id = spaces
        display 'ERROR: batch runs need an OPERATOR= parameter card.'
        move 'Y' to parm-error-sw
    end-if
    if not parm-error
        if input-choice = 2
            if in-fname = spaces or out-fname = spaces
            move parm-value to csv-fname
            move 'Y' to want-csv-file
        else
        if parm-keyword = 'TXFILE'
            move parm-value to tx-fname
            move 'Y' to want-tx-file
        else
        if parm-keyword = 'CONSOLIDATE'
            move parm-value(1:1) to want-consolidate
        else
        if parm-keyword = 'RANGEHIGH'
            perform parm-to-num
            move parm-num to range-high
        else
        if parm-keyword = 'OPERATOR'
            move parm-value to operator-id
        else
        if parm-keyword = 'SOURCE'
            move parm-value to vol-parm-source
        else
            display 'ERROR: unrecognized parameter card: ' parm-card
            move 'Y' to parm-error-sw
        end-if
        end-if
        end-if
        end-if
        end-if
        end-if
    end-if.

*> paragraph to sign the operator on against PRIMEOPR.DAT - an id
*> that isn't on file, or no operator file at all, stops the run
*> before anything is touched
check-operator.
    move space to operator-role
    open input operator-file
    if operator-file-status is not equal to '00'
        display 'ERROR: the operator file PRIMEOPR.DAT could not be '
            'opened (file status ' operator-file-status ') - nobody '
            'can sign on.'
        move 8 to return-code
        stop run
    end-if
    move 1 to operator-eof-switch
    perform find-one-operator
        until operator-eof-switch = 0
    close operator-file
    if not operator-known
        display 'ERROR: operator "' operator-id '" is not on '
            'PRIMEOPR.DAT - sign-on refused.'
        move 8 to return-code
        stop run
    end-if.

*> paragraph to read the next operator card and stop on the one
*> that matches
find-one-operator.
    read operator-file into operator-detail
        at end move zero to operator-eof-switch
        not at end
            if operator-line(1:1) is not equal to '*'
                and operator-id is not equal to spaces
                and opr-id = operator-id
                move opr-role to operator-role
                move zero to operator-eof-switch
            end-if
    end-read.

*> paragraph to turn a parameter card's value into a number - the
*> digits run from column 1 of parm-value up to the first space
parm-to-num.
    move 0 to ctl-expected-count
    move 0 to ctl-expected-hash
    move 0 to run-hash-total
    perform reset-tx-group
    move count-master-hit to vol-snap-master
    compute vol-snap-computed = count-sieve-hit + count-division
        + count-under-4
    open input in-file
    if in-file-status is not equal to '00'
        move in-fname to fs-fname
        *> from file to file, only the coverage changes
        move 1 to eof-switch
        perform determine-sieve-range
        perform size-sieve

        move 1 to eof-switch
        open input in-file
        move summary-line-3 to rpt-detail
        perform write-report-line
        perform check-control-totals
        if want-tx-file-yes
            perform finish-tx-group
        end-if

        *> this file's volume, under its own sender
        perform take-volume-source
        move count-read to vol-add-read
        compute vol-add-master = count-master-hit - vol-snap-master
        compute vol-add-computed = count-sieve-hit + count-division
            + count-under-4 - vol-snap-computed
        move count-error to vol-add-reject
        perform tally-volume

        add count-read to grand-count-read
        add count-prime to grand-count-prime
    else
        move spaces to ckpt-csv-fname
    end-if
    if want-tx-file-yes
        move tx-fname to ckpt-tx-fname
    else
        move spaces to ckpt-tx-fname
    end-if
    move count-read to ckpt-last-rec
    move count-read to ckpt-count-read
    move count-prime to ckpt-count-prime
        close csv-file
        open extend csv-file
    end-if
    if want-tx-file-yes
        close tx-file
        open extend tx-file
    end-if
    close suspense-file
    open extend suspense-file

        call "CBL_RENAME_FILE" using tmp-fname csv-fname
    end-if.

*> paragraph to do for the transmission file what reconcile-csv-file
*> does for the delimited one: keep the header and the first
*> ckpt-last-rec details (one per record) before a resume appends
*> more, counting the kept details back into the trailer's totals
reconcile-tx-file.
    perform reset-tx-group
    perform reset-tx-file
    move 1 to rcl-eof-switch
    move 0 to rcl-line-count
    open input tx-file
    if tx-file-status is not equal to '00'
        *> nothing on disk yet - nothing to trim
        close tx-file
    else
        open output tmp-out-file
        perform until rcl-eof-switch = 0
                or rcl-line-count >= ckpt-last-rec
            read tx-file into tx-detail
                at end move zero to rcl-eof-switch
            end-read
            if rcl-eof-switch is not equal to zero
                if txd-type = 'H'
                    write tmp-out-line from tx-detail
                    move 'Y' to tx-header-sw
                    move tx-detail(2:14) to tx-group-stamp
                else
                if txd-type = 'D'
                    write tmp-out-line from tx-detail
                    add 1 to rcl-line-count
                    add 1 to tx-count
                    if txd-verdict = 'P'
                        add 1 to tx-count-prime
                    else
                        if txd-verdict = 'N'
                            add 1 to tx-count-notprime
                        else
                            add 1 to tx-count-error
                        end-if
                    end-if
                    perform add-tx-hash
                end-if
                end-if
            end-if
        end-perform
        close tx-file
        close tmp-out-file
        call "CBL_RENAME_FILE" using tmp-fname tx-fname
    end-if
    *> the detail area was read back through, so it may still hold a
    *> header or trailer image - blank it, fillers and all, before
    *> the first new detail goes out
    move spaces to tx-detail
    move 'D' to txd-type.

*> paragraph to do for the suspense file what reconcile-csv-file
*> does for the delimited one: keep only the first ckpt-count-error
*> reject records (one per error the checkpoint vouches for) before
    move count-sieve-hit to aud-sieve-hits
    move count-division to aud-division
    move count-under-4 to aud-under-4
    move operator-id to aud-operator
    open extend audit-file
    if audit-file-status is not equal to '00'
        open output audit-file
    end-if
    write audit-line from audit-detail
    close audit-file.
    *> a manifest run has tallied file by file already; any other run
    *> is one tally, on the same counts the audit line shows
    if aud-mode is not equal to 'MANIFEST'
        perform take-volume-source
        move count-read to vol-add-read
        move count-master-hit to vol-add-master
        compute vol-add-computed = count-sieve-hit + count-division
            + count-under-4
        move count-error to vol-add-reject
        perform tally-volume
    end-if
    perform write-volume-log.

*> paragraph to bill a batch of volume to the HDR's source, or to
*> the SOURCE= card's when no HDR was read
take-volume-source.
    if ctl-source-system = spaces
        move vol-parm-source to vol-source
    else
        move ctl-source-system to vol-source
    end-if.

*> paragraph to add one batch of volume to its source's entry - the
*> table's last entry is kept back for (OTHERS), which takes every
*> source past the rest, so the log always adds back up to the audit
*> line
tally-volume.
    if vol-source = spaces
        move '(NONE)' to vol-source
    end-if
    perform varying vol-idx from 1 by 1
        until vol-idx > vol-count or vt-source(vol-idx) = vol-source
        continue
    end-perform
    if vol-idx > vol-count
        if vol-count < vol-max - 1
            add 1 to vol-count
            move vol-count to vol-idx
            move vol-source to vt-source(vol-idx)
            move 0 to vt-read(vol-idx)
            move 0 to vt-master(vol-idx)
            move 0 to vt-computed(vol-idx)
            move 0 to vt-reject(vol-idx)
        else
            move vol-max to vol-idx
            if vol-count < vol-max
                move vol-max to vol-count
                move '(OTHERS)' to vt-source(vol-idx)
                move 0 to vt-read(vol-idx)
                move 0 to vt-master(vol-idx)
                move 0 to vt-computed(vol-idx)
                move 0 to vt-reject(vol-idx)
            end-if
        end-if
    end-if
    add vol-add-read to vt-read(vol-idx)
    add vol-add-master to vt-master(vol-idx)
    add vol-add-computed to vt-computed(vol-idx)
    add vol-add-reject to vt-reject(vol-idx).

*> paragraph to append the run's volume lines, dated and timed the
*> same as its audit line so the two can be matched run for run
write-volume-log.
    open extend volume-file
    if volume-file-status is not equal to '00'
        open output volume-file
    end-if
    perform varying vol-idx from 1 by 1 until vol-idx > vol-count
        move audit-date to vd-run-date
        move audit-time to vd-run-time
        move vt-source(vol-idx) to vd-source
        move vt-read(vol-idx) to vd-read
        move vt-master(vol-idx) to vd-master
        move vt-computed(vol-idx) to vd-computed
        move vt-reject(vol-idx) to vd-reject
        move aud-mode to vd-mode
        move run-stamp to vd-stamp
        write volume-line from volume-detail
    end-perform
    close volume-file.

*> paragraph to turn the start/end clock readings into elapsed
*> seconds and records per second - a run that crosses midnight gets
        + tm-ss * 100 + tm-cc.

*> paragraph to pre-scan in-file once and find the largest valid
*> value present, so size-sieve knows how big a table to mark - it
*> also counts the valid values, so consolidation knows up front
*> whether they fit the nums table
determine-sieve-range.
                '" - the file did not arrive complete. ***'
        end-if
    end-if
    end-if
    *> every file that came with a header goes on the feed log for
    *> primefed's end-of-window check - a file the tolerance stopped
    *> still arrived, so it is logged too
    if ctl-header-found
        perform write-feed-log
    end-if.

*> paragraph to log this file's arrival - sender, file date, when it
*> was processed, its record count and how its controls came out
write-feed-log.
    accept fd-run-date from date
    accept fd-run-time from time
    move ctl-source-system to fd-source
    move ctl-file-date to fd-file-date
    move count-read to fd-count
    if tolerance-breached
        move 'STOP' to fd-status
    else
        move ctl-out-status to fd-status
    end-if
    move in-fname to fd-in-fname
    move run-stamp to fd-stamp
    move 'PRIMES3' to fd-program
    open extend feed-file
    if feed-file-status is not equal to '00'
        open output feed-file
    end-if
    write feed-line from feed-detail
    close feed-file.

*> paragraph to have primevrd mark its sieve of eratosthenes up to
*> sieve-top - a top of zero, or one past the table, turns the sieve
*> off and every value falls back to trial division
size-sieve.
    if sieve-top > sieve-limit
        move 0 to sieve-top
    end-if
    move 'S' to vr-function
    move sieve-top to vr-number
    call "primevrd" using verdict-request.

*> paragraph to read each number in the file and write the result
file-read.
        *> call paragraph to check if this current number is prime
        perform prime-check

        *> a clean record settles any earlier run's open reject for
        *> the same item
        if register-enabled and is-prime < 2
            perform clear-register-entries
        end-if

        *> a structured card's verdict goes on the item's history
        if history-enabled and is-prime < 2 and want-structured-yes
            and in-item-id is not equal to spaces
            perform save-item-history
        end-if

        *> write proper result line to output file, and tally it into
        *> the reconciliation counters for the summary footer
        if is-prime = 0
        if want-csv-file-yes
            perform write-csv-result
        end-if
        if want-tx-file-yes
            perform write-tx-result
        end-if

        *> checkpoint our progress periodically so a killed run can
        *> resume from here instead of starting over at record 1 -
    move out-reject-reason to susp-reason
    write suspense-line from suspense-detail
    add 1 to count-suspense
    if register-enabled
        perform register-reject
    end-if

    *> every reject is a chance for a runaway bad batch to be caught
    perform check-error-tolerance.

*> paragraph to enter the reject just suspensed on the register, OPEN
*> - a resumed run re-suspenses the records its killed run did past
*> the last checkpoint, under the same key, so those are refreshed
*> rather than doubled
register-reject.
    perform set-register-stamp
    move spaces to register-record
    move register-stamp to sreg-stamp
    compute sreg-rec-num = grand-count-read + count-read
    move 'O' to sreg-status
    if want-structured-yes
        move in-item-id to sreg-item-id
    end-if
    move in-card to sreg-card
    move out-reject-reason to sreg-reason
    move ctl-source-system to sreg-source
    move ctl-file-date to sreg-file-date
    move audit-date to sreg-opened-date
    move in-fname to sreg-in-fname
    move susp-fname to sreg-susp-fname
    write register-record
        invalid key
            rewrite register-record
                invalid key continue
            end-rewrite
    end-write
    add 1 to count-reg-opened.

*> paragraph to settle the register stamp - the stamp in the suspense
*> file's own name, so a resumed run (which carries its killed run's
*> suspense file forward) keys its rejects exactly as that run did;
*> the old fixed PRIMESUSP.DAT name falls back on this run's stamp
set-register-stamp.
    if susp-fname(1:4) = 'SUSP' and susp-fname(5:14) is numeric
        move susp-fname(5:14) to register-stamp
    else
        move run-stamp to register-stamp
    end-if.

*> paragraph to mark CORRECTED every OPEN register entry an earlier
*> run left for the record just processed cleanly - matched on the
*> item id when the card carries one, on the whole card otherwise
clear-register-entries.
    perform set-register-stamp
    move 'N' to register-more-sw
    if want-structured-yes and in-item-id is not equal to spaces
        move in-item-id to sreg-item-id
        start register-file key is equal to sreg-item-id
            invalid key continue
            not invalid key move 'Y' to register-more-sw
        end-start
        perform clear-one-by-item
            until not register-more
    else
        move in-card to sreg-card
        start register-file key is equal to sreg-card
            invalid key continue
            not invalid key move 'Y' to register-more-sw
        end-start
        perform clear-one-by-card
            until not register-more
    end-if.

*> paragraph to take the next register entry in item-id order and
*> close it out if it still belongs to this item
clear-one-by-item.
    read register-file next
        at end move 'N' to register-more-sw
        not at end
            if sreg-item-id is not equal to in-item-id
                move 'N' to register-more-sw
            else
                perform correct-one-entry
            end-if
    end-read.

*> paragraph to take the next register entry in card order and close
*> it out if it still belongs to this card
clear-one-by-card.
    read register-file next
        at end move 'N' to register-more-sw
        not at end
            if sreg-card is not equal to in-card
                move 'N' to register-more-sw
            else
                perform correct-one-entry
            end-if
    end-read.

*> paragraph to mark one entry CORRECTED - only an OPEN entry, and
*> only one from some other run: a reject and a clean card for the
*> same item in one file is the sender's muddle, not a correction
correct-one-entry.
    if sreg-status = 'O' and sreg-stamp is not equal to register-stamp
        move 'C' to sreg-status
        move audit-date to sreg-closed-date
        move run-stamp to sreg-closed-by
        rewrite register-record
            invalid key continue
        end-rewrite
        add 1 to count-reg-corrected
    end-if.

*> paragraph to file this card's verdict on the item history, after
*> looking up the item's previous entry - an earlier run's, since
*> stamps only ever grow; a second card for the same item in this
*> run (or a card a resumed run reads again) refreshes this run's
*> entry in place
save-item-history.
    perform set-register-stamp
    if is-prime = 1
        move 'P' to history-new-verdict
    else
        move 'N' to history-new-verdict
    end-if
    perform find-previous-history
    if history-found
        if prev-value is not equal to curr-num
            or prev-verdict is not equal to history-new-verdict
            move in-item-id to history-item
            move curr-num to history-new-value
            perform note-history-change
        end-if
    end-if
    move in-item-id to hist-item-id
    move register-stamp to hist-stamp
    move curr-num to hist-value
    move history-new-verdict to hist-verdict
    move smallest-factor to hist-factor
    move ctl-source-system to hist-source
    move ctl-file-date to hist-file-date
    move in-fname to hist-in-fname
    write history-record
        invalid key
            rewrite history-record
                invalid key continue
            end-rewrite
    end-write
    add 1 to count-hist-saved.

*> paragraph to hold one changed item for the exception section -
*> an item already held (a second card for it, or one the resume
*> rescan found) has its new value and verdict brought up to date
*> rather than being listed twice
note-history-change.
    perform varying hx-idx from 1 by 1
        until hx-idx > hx-count or hx-idx > hx-max
            or hx-item-id(hx-idx) = history-item
        continue
    end-perform
    if hx-idx > hx-count or hx-idx > hx-max
        add 1 to hx-count
        if hx-count <= hx-max
            move history-item to hx-item-id(hx-count)
            move prev-value to hx-prev-value(hx-count)
            move prev-verdict to hx-prev-verdict(hx-count)
            move prev-stamp to hx-prev-stamp(hx-count)
            move history-new-value to hx-new-value(hx-count)
            move history-new-verdict to hx-new-verdict(hx-count)
        end-if
    else
        move history-new-value to hx-new-value(hx-idx)
        move history-new-verdict to hx-new-verdict(hx-idx)
    end-if.

*> paragraph to put back, on a resume, the changed items the killed
*> run had found before its last checkpoint - every entry under the
*> carried-forward stamp is compared with the entry just before it
*> in key order, which is that item's previous run
rebuild-history-exceptions.
    perform set-register-stamp
    move 0 to hx-count
    move spaces to hist-last-item
    move low-values to hist-key
    move 'N' to history-more-sw
    start history-file key is not less than hist-key
        invalid key continue
        not invalid key move 'Y' to history-more-sw
    end-start
    perform rescan-one-history-entry
        until not history-more.

*> paragraph to take the next entry on the rescan and hold it as a
*> change when it is the killed run's and differs from the one before
rescan-one-history-entry.
    read history-file next
        at end move 'N' to history-more-sw
        not at end
            if hist-stamp = register-stamp
                and hist-item-id = hist-last-item
                and hist-last-stamp < register-stamp
                and (hist-value is not equal to hist-last-value
                    or hist-verdict is not equal to hist-last-verdict)
                move hist-last-value to prev-value
                move hist-last-verdict to prev-verdict
                move hist-last-stamp to prev-stamp
                move hist-item-id to history-item
                move hist-value to history-new-value
                move hist-verdict to history-new-verdict
                perform note-history-change
            end-if
            move hist-item-id to hist-last-item
            move hist-value to hist-last-value
            move hist-verdict to hist-last-verdict
            move hist-stamp to hist-last-stamp
    end-read.

*> paragraph to find the item's latest entry from an earlier run -
*> walks the item's entries from its first, oldest to newest, keeping
*> the last one stamped before this run's register stamp (so an
*> entry a resumed run's killed run filed is never its own previous)
find-previous-history.
    move 'N' to history-found-sw
    move 'N' to history-more-sw
    move in-item-id to hist-item-id
    move low-values to hist-stamp
    start history-file key is not less than hist-key
        invalid key continue
        not invalid key move 'Y' to history-more-sw
    end-start
    perform take-one-history-entry
        until not history-more.

*> paragraph to read the item's next entry and keep it when it is
*> older than this run
take-one-history-entry.
    read history-file next
        at end move 'N' to history-more-sw
        not at end
            if hist-item-id is not equal to in-item-id
                or hist-stamp not < register-stamp
                move 'N' to history-more-sw
            else
                move 'Y' to history-found-sw
                move hist-value to prev-value
                move hist-verdict to prev-verdict
                move hist-stamp to prev-stamp
            end-if
    end-read.

*> paragraph to print the run's changed-item exceptions at the foot of
*> the report - only when the history was kept this run
print-history-exceptions.
    if history-enabled and want-structured-yes
        and not want-consolidate-yes
        move spaces to rpt-detail
        perform write-report-line
        move hist-exc-title-line to rpt-detail
        perform write-report-line
        if hx-count = 0
            move hist-exc-none-line to rpt-detail
            perform write-report-line
        else
            perform varying hx-idx from 1 by 1
                until hx-idx > hx-count or hx-idx > hx-max
                move hx-item-id(hx-idx) to hx-out-item
                move hx-prev-value(hx-idx) to hx-out-prev-value
                move hx-prev-verdict(hx-idx) to hx-out-prev-verdict
                move hx-prev-stamp(hx-idx) to hx-out-prev-stamp
                move hx-new-value(hx-idx) to hx-out-new-value
                move hx-new-verdict(hx-idx) to hx-out-new-verdict
                move hist-exc-line to rpt-detail
                perform write-report-line
            end-perform
            if hx-count > hx-max
                compute hx-out-more = hx-count - hx-max
                move hist-exc-more-line to rpt-detail
                perform write-report-line
            end-if
            display '*** ' hx-count ' item(s) changed value or verdict '
                'since their last history - see the report. ***'
        end-if
    end-if.

*> paragraph to judge the error counters against the per-run limits
*> and stop the read loop when either is breached - the percent test
*> waits out the first hundred records, where one bad card would
        if reject-reason = 0
            add 1 to nums-count
            move curr-num to nums(nums-count)
            if register-enabled
                perform clear-register-entries
            end-if
            *> same wrap modulo 10**18 as the line-per-record loop
            add curr-num to run-hash-total
                on size error
            if want-csv-file-yes
                perform write-csv-result
            end-if
            if want-tx-file-yes
                perform write-tx-result
            end-if
        end-if
        end-if
    end-if.
    end-if
    if want-csv-file-yes
        perform write-csv-result
    end-if
    if want-tx-file-yes
        perform write-tx-result
    end-if.

*> paragraph to produce the analytics section from the primes the

*> paragraph to check if an indiviudal number is prime
*> uses curr-num (set by every caller, keyboard or file mode alike)
*> rather than in-num, which is only ever populated in file mode.
*> the verdict itself comes from primevrd - master first, then sieve
*> or trial division - and is laid out here for the report, the
*> delimited file and the run's how-settled counters
prime-check.
    *> reset  variables
    move 0 to is-prime
    move 0 to smallest-factor
    move spaces to factor-text
        *> curr-num may just be a sentinel by now, not real data
        move 2 to is-prime
    else
        move 'V' to vr-function
        move master-enabled-sw to vr-use-master
        if want-factors-yes
            move 'Y' to vr-want-factors
        else
            move 'N' to vr-want-factors
        end-if
        move curr-num to vr-number
        move spaces to vr-value-text
        call "primevrd" using verdict-request

        *> tally how the value was settled, for the audit line that
        *> says whether the master and the sieve are paying for
        *> themselves
        if vr-method = 'M'
            add 1 to count-master-hit
        else
            if vr-method = 'S'
                add 1 to count-sieve-hit
            else
                if vr-method = 'D'
                    add 1 to count-division
                else
                    add 1 to count-under-4
                end-if
            end-if
        end-if

        if vr-verdict = 'P'
            move 1 to is-prime
        else
            move vr-factor to smallest-factor
            move smallest-factor to out-factor
            move 0 to is-prime
            *> the full factorization for the report, squeezed for
            *> the delimited file's machine-readable column
            if want-factors-yes
                move vr-factors to factor-text
                perform squeeze-factor-text
            end-if
        end-if
    end-if.

*> paragraph to squeeze the spaces out of factor-text for the
*> delimited file's machine-readable column (2^3x3^2x5) - also how
    end-if
    write csv-line from csv-detail.

*> paragraph to put one value's verdict on the transmission file,
*> with the same columns the delimited file carries, and fold it into
*> the group's trailer totals - the group's header goes out ahead of
*> its first detail
write-tx-result.
    if not tx-header-written
        perform write-tx-header
    end-if
    add 1 to tx-count
    move tx-count to txd-seq
    if want-structured-yes and not want-consolidate-yes
        move in-item-id to txd-item-id
    else
        move spaces to txd-item-id
    end-if
    if curr-num < 0
        move 0 to txd-value
    else
        move curr-num to txd-value
    end-if
    move 0 to txd-factor
    move 0 to txd-reason
    if is-prime = 1
        move 'P' to txd-verdict
        add 1 to tx-count-prime
    else
        if is-prime = 0
            move 'N' to txd-verdict
            move smallest-factor to txd-factor
            add 1 to tx-count-notprime
        else
            move 'E' to txd-verdict
            if reject-reason = 0
                move 2 to txd-reason
            else
                move reject-reason to txd-reason
            end-if
            add 1 to tx-count-error
        end-if
    end-if
    perform add-tx-hash
    write tx-line from tx-detail.

*> paragraph to fold a detail's value into the group's hash total -
*> the same modulo 10**18 wrap the senders' own trailer hashes use
add-tx-hash.
    add txd-value to tx-hash-total
        on size error
            compute tx-hash-total = tx-hash-total + txd-value
                - 1000000000000000000
    end-add.

*> paragraph to write a group's header - who the results are for
*> comes off the sender's own HDR, spaces when the file had none
write-tx-header.
    move run-stamp to txh-stamp
    move run-stamp to tx-group-stamp
    move audit-date to txh-created
    move ctl-source-system to txh-source
    move ctl-file-date to txh-file-date
    move in-fname to txh-in-fname
    write tx-line from tx-header
    move 'Y' to tx-header-sw.

*> paragraph to close off one input file's group with its trailer -
*> a file with no results still gets a header and a zero trailer, so
*> the receiver can tell an empty file from a lost one
finish-tx-group.
    if not tx-header-written
        perform write-tx-header
    end-if
    move tx-group-stamp to txt-stamp
    move tx-count to txt-count
    move tx-count-prime to txt-count-prime
    move tx-count-notprime to txt-count-notprime
    move tx-count-error to txt-count-error
    move tx-hash-total to txt-hash-total
    write tx-line from tx-trailer
    add 1 to tx-file-groups
    add tx-count to tx-file-count
    add tx-hash-total to tx-file-hash
        on size error
            compute tx-file-hash = tx-file-hash + tx-hash-total
                - 1000000000000000000
    end-add
    perform reset-tx-group.

*> paragraph to close the whole file off with its 'Z' trailer - the
*> groups written, the details across them and their grand hash
finish-tx-file.
    if tx-group-stamp = spaces
        move run-stamp to txz-stamp
    else
        move tx-group-stamp to txz-stamp
    end-if
    move tx-file-groups to txz-groups
    move tx-file-count to txz-count
    move tx-file-hash to txz-hash-total
    write tx-line from tx-file-trailer.

*> paragraph to start the file's totals from nothing
reset-tx-file.
    move 0 to tx-file-groups
    move 0 to tx-file-count
    move 0 to tx-file-hash.

*> paragraph to start a new group's totals from nothing
reset-tx-group.
    move 'N' to tx-header-sw
    move 0 to tx-count
    move 0 to tx-count-prime
    move 0 to tx-count-notprime
    move 0 to tx-count-error
    move 0 to tx-hash-total.

*> paragraph to get the results master ready for keyed reads and
*> appends - primevrd builds it fresh on first use; any other trouble
*> turns the master off and the run computes everything, as it always
*> did, but now says so out loud - a quietly skipped master looks
*> exactly like a slow night until somebody notices the file has
*> gone bad
open-master.
    move 'N' to master-enabled-sw
    *> concurrent slices must not write the indexed master side by
    *> runs always did, and says so once
    if slice-mode
        display 'NOTE: slice run - the results master is left '
            'alone; every value computes fresh. Apply the CSV '
            'with primeupd afterwards.'
    else
    move 'O' to vr-function
    move 'Y' to vr-use-master
    call "primevrd" using verdict-request
    move vr-master-status to master-file-status
    if master-file-status = '00'
        move 'Y' to master-enabled-sw
    end-if
    if not master-enabled
        display 'WARNING: PRIMEMAST.DAT could not be opened (file '
    end-if
    end-if.

*> paragraph to get the suspense register ready - file and manifest
*> runs only, since only they suspense anything, and never a slice:
*> concurrent slices must not write the indexed file side by side.
*> built fresh on first use; any other trouble is said out loud and
*> the run carries on without it
open-register.
    move 'N' to register-enabled-sw
    if (input-choice = 2 or input-choice = 4) and not slice-mode
        open i-o register-file
        if register-file-status = '35'
            open output register-file
            close register-file
            open i-o register-file
        end-if
        if register-file-status = '00'
            move 'Y' to register-enabled-sw
        else
            display 'WARNING: PRIMESREG.DAT could not be opened (file '
                'status ' register-file-status ') - this run''s '
                'rejects will not be entered on the suspense register.'
        end-if
    end-if.

*> paragraph to get the item history ready - the same runs the
*> suspense register serves, and for the same reason never a slice
*> (a slice's verdicts reach the history from its delimited file,
*> when PRIMEUPD applies it to the master after the slices finish)
open-history.
    move 'N' to history-enabled-sw
    if (input-choice = 2 or input-choice = 4) and not slice-mode
        open i-o history-file
        if history-file-status = '35'
            open output history-file
            close history-file
            open i-o history-file
        end-if
        if history-file-status = '00'
            move 'Y' to history-enabled-sw
        else
            display 'WARNING: PRIMEHIST.DAT could not be opened (file '
                'status ' history-file-status ') - this run''s '
                'verdicts will not be added to the item history.'
        end-if
    end-if.

*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*> file:   primebil.cob
*> goal:   month-end chargeback. adds up the month's volume by source
*>         system off PRIMEVOL.LOG (one line per sender per run,
*>         written by primes3 alongside its audit line), prices it
*>         off the rate table in PRIMERATE.DAT, and prints a
*>         chargeback report with a page for each sending department
*>         and a grand-total page that ties the volume back to the
*>         month's PRIMEAUDIT.LOG totals - records read, master hits,
*>         values worked out and rejects must agree to the record.
*>         the same charges go to PRIMEGL.DAT for finance to load into
*>         the general ledger.
*>
*>         the rate table is one card per source system, '*' in
*>         column 1 for a comment card:
*>             columns  1-10  source system, as on the HDR record -
*>                            a (DEFAULT) card prices any sender
*>                            without a card of its own, and (NONE)
*>                            is the runs that had no HDR
*>             columns 12-19  price per record read      999.9999
*>             columns 21-28  price per computed value   999.9999
*>             columns 30-37  price per reject           999.9999
*>             columns 39-48  general ledger account to charge
*>             columns 50-79  department name for the report
*>
*>         the extract is fixed width: an 'H' line (period, date
*>         run), one 'D' line per source (period, account, source,
*>         charge) and a 'T' line (detail count, total charge).
*>
*>         the month is yymm on the command line - this month when it
*>         is left off. report on PRIMEBIL.RPT; RETURN-CODE 12 when the
*>         volume does not tie to the audit log, 8 when the rate table
*>         can't be read, 4 when a sender had no rate (not even a
*>         default) and went uncharged, 0 clean.
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
program-id. primebil.

environment division.
input-output section.
file-control.
*> fixed, program-owned files, same convention as primes3 itself
select rate-file assign to "PRIMERATE.DAT"
    organization is line sequential
    file status is rate-file-status.
select volume-file assign to "PRIMEVOL.LOG"
    organization is line sequential
    file status is volume-file-status.
select audit-file assign to "PRIMEAUDIT.LOG"
    organization is line sequential
    file status is audit-file-status.
select report-file assign to "PRIMEBIL.RPT"
    organization is line sequential.
select ledger-file assign to "PRIMEGL.DAT"
    organization is line sequential.

data division.
file section.
fd rate-file.
    01 rate-line pic x(80).
fd volume-file.
    01 volume-line pic x(100).
fd audit-file.
    01 audit-line pic x(350).
fd report-file.
    01 report-line pic x(100).
fd ledger-file.
    01 ledger-line pic x(60).

working-storage section.
77 rate-file-status pic xx value '00'.
77 volume-file-status pic xx value '00'.
77 audit-file-status pic xx value '00'.
77 bil-eof-switch pic 9 value 1.
77 command-text pic x(70) value spaces.

*> the month being billed, yymm
77 bill-period pic 9(4) value 0.
77 today-date pic 9(6) value 0.

*> zero-suppressed counts on the log lines, read back a digit at a
*> time
77 text-field pic x(9) value spaces.
77 text-pos pic s9(4) usage is computational.
77 text-digit pic 9 value 0.
77 text-num pic s9(9) value 0 usage is computational.

*> a price off a rate card - digits before the point are units,
*> up to four after it are the fraction
77 rate-text pic x(8) value spaces.
77 rate-num pic 9(3)v9(4) value 0.
77 rate-units pic s9(9) usage is computational.
77 rate-fraction pic s9(9) usage is computational.
77 rate-places pic s9(4) usage is computational.
77 rate-point-sw pic x value 'N'.
    88 rate-point-seen value 'Y'.

*> the rate table, as loaded
77 rate-count pic s9(4) value 0 usage is computational.
77 rate-max pic s9(4) value 100 usage is computational.
77 rate-idx pic s9(4) usage is computational.
77 default-idx pic s9(4) value 0 usage is computational.
01 rate-table.
    02 rate-entry occurs 100 times.
        03 rt-source pic x(10).
        03 rt-per-record pic 9(3)v9(4).
        03 rt-per-computed pic 9(3)v9(4).
        03 rt-per-reject pic 9(3)v9(4).
        03 rt-account pic x(10).
        03 rt-department pic x(30).

*> one rate card
01 rate-rec.
    02 rc-source pic x(10).
    02 filler pic x.
    02 rc-per-record pic x(8).
    02 filler pic x.
    02 rc-per-computed pic x(8).
    02 filler pic x.
    02 rc-per-reject pic x(8).
    02 filler pic x.
    02 rc-account pic x(10).
    02 filler pic x.
    02 rc-department pic x(30).
    02 filler pic x.

*> the month's volume by source, as added up off the volume log
77 src-count pic s9(4) value 0 usage is computational.
77 src-max pic s9(4) value 100 usage is computational.
77 src-idx pic s9(4) usage is computational.
01 source-table.
    02 source-entry occurs 100 times.
        03 st-source pic x(10).
        03 st-runs pic s9(9) usage is computational.
        03 st-read pic s9(9) usage is computational.
        03 st-master pic s9(9) usage is computational.
        03 st-computed pic s9(9) usage is computational.
        03 st-reject pic s9(9) usage is computational.
        03 st-rate-idx pic s9(4) usage is computational.
        03 st-charge-read pic s9(11)v99.
        03 st-charge-computed pic s9(11)v99.
        03 st-charge-reject pic s9(11)v99.
        03 st-charge-total pic s9(11)v99.

*> one volume log line, mirroring primes3's volume-detail
01 volume-rec.
    02 vr-run-date pic x(6).
    02 filler pic x.
    02 vr-run-time pic x(8).
    02 filler pic x.
    02 vr-source pic x(10).
    02 filler pic x.
    02 vr-read pic x(9).
    02 filler pic x.
    02 vr-master pic x(9).
    02 filler pic x.
    02 vr-computed pic x(9).
    02 filler pic x.
    02 vr-reject pic x(9).
    02 filler pic x.
    02 vr-mode pic x(8).
    02 filler pic x.
    02 vr-stamp pic x(14).
    02 filler pic x(10).

*> one audit log line, mirroring primes3's audit-detail (only the
*> columns the tie-out needs are named)
01 audit-rec.
    02 ar-date pic x(6).
    02 filler pic x.
    02 ar-time pic x(8).
    02 filler pic x.
    02 ar-mode pic x(8).
    02 filler pic x.
    02 ar-in-fname pic x(30).
    02 filler pic x.
    02 ar-out-fname pic x(30).
    02 filler pic x.
    02 filler pic x(6).
    02 ar-read-text pic x(9).
    02 filler pic x(8).
    02 ar-prime-text pic x(9).
    02 filler pic x(6).
    02 ar-notprime-text pic x(9).
    02 filler pic x(9).
    02 ar-error-text pic x(9).
    02 filler pic x.
    02 ar-status pic x(7).
    02 filler pic x(7).
    02 ar-susp-fname pic x(30).
    02 filler pic x(6).
    02 ar-tmp-fname pic x(30).
    02 filler pic x(6).
    02 ar-elapsed-text pic x(10).
    02 filler pic x(6).
    02 ar-rps-text pic x(9).
    02 filler pic x(5).
    02 ar-mh-text pic x(9).
    02 filler pic x(5).
    02 ar-sv-text pic x(9).
    02 filler pic x(5).
    02 ar-td-text pic x(9).
    02 filler pic x(5).
    02 ar-u4-text pic x(9).
    02 filler pic x(30).

*> the month's totals both ways round, for the tie-out
77 last-run-key pic x(15) value spaces.
77 vol-runs pic s9(9) value 0 usage is computational.
77 vol-read pic s9(9) value 0 usage is computational.
77 vol-master pic s9(9) value 0 usage is computational.
77 vol-computed pic s9(9) value 0 usage is computational.
77 vol-reject pic s9(9) value 0 usage is computational.
77 aud-runs pic s9(9) value 0 usage is computational.
77 aud-read pic s9(9) value 0 usage is computational.
77 aud-master pic s9(9) value 0 usage is computational.
77 aud-computed pic s9(9) value 0 usage is computational.
77 aud-reject pic s9(9) value 0 usage is computational.
77 tie-failed-sw pic x value 'N'.
    88 tie-failed value 'Y'.
77 unrated-count pic s9(4) value 0 usage is computational.
77 defaulted-count pic s9(4) value 0 usage is computational.

*> the month's charges
77 grand-charge pic s9(11)v99 value 0.
77 gl-detail-count pic s9(9) value 0 usage is computational.
77 page-number pic s9(4) value 0 usage is computational.

01 rpt-title-line.
    02 filler pic x(14) value spaces.
    02 filler pic x(38) value 'MONTHLY CHARGEBACK FOR PRIME CHECKING'.
    02 filler pic x(14) value '      PERIOD: '.
    02 rpt-period pic 9(4).
    02 filler pic x(8) value '   PAGE '.
    02 rpt-page pic zzz9.
01 rpt-under-line.
    02 filler pic x(100) value ' ---------------------------------------------------------------------------------------------------'.
01 rpt-source-line.
    02 filler pic x(18) value ' SOURCE SYSTEM:   '.
    02 rpt-source pic x(10).
01 rpt-dept-line.
    02 filler pic x(18) value ' DEPARTMENT:      '.
    02 rpt-department pic x(30).
01 rpt-account-line.
    02 filler pic x(18) value ' LEDGER ACCOUNT:  '.
    02 rpt-account pic x(10).
    02 filler pic x(2) value spaces.
    02 rpt-rate-note pic x(40).
01 rpt-runs-line.
    02 filler pic x(18) value ' RUNS:            '.
    02 rpt-runs pic z(8)9.
01 rpt-charge-head.
    02 filler pic x(50) value '                               VOLUME       PRICE'.
    02 filler pic x(20) value '          CHARGE'.
01 rpt-charge-line.
    02 filler pic x value space.
    02 rc-label pic x(24).
    02 filler pic x value space.
    02 rc-volume pic z(8)9.
    02 filler pic x(3) value spaces.
    02 rc-price pic zz9.9999.
    02 filler pic x(2) value spaces.
    02 rc-charge pic z(10)9.99.
01 rpt-total-charge-line.
    02 filler pic x(50) value ' TOTAL CHARGE'.
    02 filler pic x(2) value spaces.
    02 rpt-total-charge pic z(10)9.99.
01 rpt-grand-head.
    02 filler pic x(50) value ' SOURCE     ACCOUNT         READ     MASTER   COMP'.
    02 filler pic x(40) value 'UTED    REJECTS           CHARGE'.
01 rpt-grand-line.
    02 filler pic x value space.
    02 rg-source pic x(10).
    02 filler pic x value space.
    02 rg-account pic x(10).
    02 filler pic x value space.
    02 rg-read pic z(8)9.
    02 filler pic x(2) value spaces.
    02 rg-master pic z(8)9.
    02 filler pic x(2) value spaces.
    02 rg-computed pic z(8)9.
    02 filler pic x(2) value spaces.
    02 rg-reject pic z(8)9.
    02 filler pic x(2) value spaces.
    02 rg-charge pic z(10)9.99.
    02 filler pic x value space.
    02 rg-note pic x(8).
01 rpt-tie-head.
    02 filler pic x(50) value ' TIE-OUT TO PRIMEAUDIT.LOG         VOLUME LOG    A'.
    02 filler pic x(30) value 'UDIT LOG'.
01 rpt-tie-line.
    02 filler pic x value space.
    02 rt-label pic x(30).
    02 filler pic x value space.
    02 rt-volume pic z(8)9.
    02 filler pic x(4) value spaces.
    02 rt-audit pic z(8)9.
    02 filler pic x(2) value spaces.
    02 rt-result pic x(10).
01 rpt-none-line.
    02 filler pic x(40) value ' NO VOLUME LOGGED FOR THE PERIOD'.
01 rpt-verdict-line.
    02 filler pic x(12) value ' RESULT: '.
    02 rpt-result pic x(50).

*> the general ledger extract
01 gl-header.
    02 filler pic x value 'H'.
    02 gh-period pic 9(4).
    02 gh-run-date pic 9(6).
    02 gh-program pic x(8) value 'PRIMEBIL'.
01 gl-detail.
    02 filler pic x value 'D'.
    02 gd-period pic 9(4).
    02 gd-account pic x(10).
    02 gd-source pic x(10).
    02 gd-amount pic s9(11)v99 sign is leading separate.
01 gl-trailer.
    02 filler pic x value 'T'.
    02 gt-period pic 9(4).
    02 gt-count pic 9(9).
    02 gt-amount pic s9(11)v99 sign is leading separate.

procedure division.
    introduction.
        display ' '.
        display '------------------------------------'.
        display '  MONTHLY CHARGEBACK'.
        display '  (PRIMEVOL.LOG / PRIMERATE.DAT)'.
        display '------------------------------------'.
        display ' '.

    *> the month off the command line, so the scheduler can bill
    *> last month after the first - this month when it is left off
    get-bill-period.
        accept today-date from date.
        accept command-text from command-line.
        if command-text(1:4) is numeric
            move command-text(1:4) to bill-period
        else
            move today-date(1:4) to bill-period
        end-if.

    *> no rate table, no bill - that is not a clean month end
    load-the-rates.
        open input rate-file.
        if rate-file-status is not equal to '00'
            display 'ERROR: PRIMERATE.DAT could not be opened (file '
                'status ' rate-file-status ') - nothing to price the '
                'volume with.'
            move 8 to return-code
            stop run
        end-if.
        move 0 to rate-count.
        move 1 to bil-eof-switch.
        perform load-one-rate-card
            until bil-eof-switch = 0.
        close rate-file.

    *> the month's volume by sender, then the audit log's own totals
    *> for the same month to prove it against
    add-up-the-month.
        open input volume-file.
        if volume-file-status = '00'
            move 1 to bil-eof-switch
            perform add-one-volume-line
                until bil-eof-switch = 0
            close volume-file
        else
            display 'NOTE: PRIMEVOL.LOG could not be opened (file '
                'status ' volume-file-status ') - no volume logged.'
        end-if.
        open input audit-file.
        if audit-file-status = '00'
            move 1 to bil-eof-switch
            perform add-one-audit-line
                until bil-eof-switch = 0
            close audit-file
        else
            display 'NOTE: PRIMEAUDIT.LOG could not be opened (file '
                'status ' audit-file-status ') - no runs logged.'
        end-if.

    *> price every sender, then one page each and the grand total
    bill-the-senders.
        perform price-one-source
            varying src-idx from 1 by 1
            until src-idx > src-count.
        open output report-file.
        open output ledger-file.
        move bill-period to gh-period.
        move today-date to gh-run-date.
        write ledger-line from gl-header.
        perform print-one-source
            varying src-idx from 1 by 1
            until src-idx > src-count.
        perform print-grand-total.
        move bill-period to gt-period.
        move gl-detail-count to gt-count.
        move grand-charge to gt-amount.
        write ledger-line from gl-trailer.
        close ledger-file.
        close report-file.

        if tie-failed
            move 12 to return-code
        else
            if unrated-count > 0
                move 4 to return-code
            else
                move 0 to return-code
            end-if
        end-if.
        display rpt-verdict-line.
        display ' '.
        display 'Please see the chargeback in PRIMEBIL.RPT and the '
            'ledger extract in PRIMEGL.DAT'.
        display ' '.

stop run.

*> paragraph to take the next rate card into the table - blank and
*> '*' comment cards are passed over
load-one-rate-card.
    read rate-file into rate-rec
        at end move zero to bil-eof-switch
        not at end
            if rate-rec not = spaces and rc-source(1:1) not = '*'
                if rate-count >= rate-max
                    display 'WARNING: more than ' rate-max
                        ' rate cards - ' rc-source ' ignored.'
                else
                    add 1 to rate-count
                    move rc-source to rt-source(rate-count)
                    move rc-per-record to rate-text
                    perform text-to-rate
                    move rate-num to rt-per-record(rate-count)
                    move rc-per-computed to rate-text
                    perform text-to-rate
                    move rate-num to rt-per-computed(rate-count)
                    move rc-per-reject to rate-text
                    perform text-to-rate
                    move rate-num to rt-per-reject(rate-count)
                    move rc-account to rt-account(rate-count)
                    move rc-department to rt-department(rate-count)
                    if rc-source = '(DEFAULT)'
                        move rate-count to default-idx
                    end-if
                end-if
            end-if
    end-read
    *> the default card's own name is no source to match
    if default-idx > 0
        move high-values to rt-source(default-idx)
    end-if.

*> paragraph to add one volume log line for the month into its
*> sender's totals and the month's - a run's lines sit together, so
*> a change of date and time is a new run
add-one-volume-line.
    read volume-file into volume-rec
        at end move zero to bil-eof-switch
        not at end
            if vr-run-date(1:4) = bill-period
                perform varying src-idx from 1 by 1
                    until src-idx > src-count
                        or st-source(src-idx) = vr-source
                    continue
                end-perform
                *> the last entry is kept back for (OTHERS), which
                *> takes every sender past the rest of the table
                if src-idx > src-count
                    if src-count < src-max - 1
                        add 1 to src-count
                        initialize source-entry(src-idx)
                        move vr-source to st-source(src-idx)
                    else
                        move src-max to src-idx
                        if src-count < src-max
                            move src-max to src-count
                            initialize source-entry(src-idx)
                            move '(OTHERS)' to st-source(src-idx)
                        end-if
                    end-if
                end-if
                add 1 to st-runs(src-idx)
                move vr-read to text-field
                perform text-to-num
                add text-num to st-read(src-idx)
                add text-num to vol-read
                move vr-master to text-field
                perform text-to-num
                add text-num to st-master(src-idx)
                add text-num to vol-master
                move vr-computed to text-field
                perform text-to-num
                add text-num to st-computed(src-idx)
                add text-num to vol-computed
                move vr-reject to text-field
                perform text-to-num
                add text-num to st-reject(src-idx)
                add text-num to vol-reject
                if volume-rec(1:15) is not equal to last-run-key
                    add 1 to vol-runs
                    move volume-rec(1:15) to last-run-key
                end-if
            end-if
    end-read.

*> paragraph to add one audit log line for the month into the
*> month's totals - computed is sieve, trial division and under-4
*> together, the same split primes3 logs its volume on
add-one-audit-line.
    read audit-file into audit-rec
        at end move zero to bil-eof-switch
        not at end
            if audit-rec not = spaces and ar-date(1:4) = bill-period
                add 1 to aud-runs
                move ar-read-text to text-field
                perform text-to-num
                add text-num to aud-read
                move ar-mh-text to text-field
                perform text-to-num
                add text-num to aud-master
                move ar-sv-text to text-field
                perform text-to-num
                add text-num to aud-computed
                move ar-td-text to text-field
                perform text-to-num
                add text-num to aud-computed
                move ar-u4-text to text-field
                perform text-to-num
                add text-num to aud-computed
                move ar-error-text to text-field
                perform text-to-num
                add text-num to aud-reject
            end-if
    end-read.

*> paragraph to find a sender's rate card (or the default) and work
*> out its charges
price-one-source.
    perform varying rate-idx from 1 by 1
        until rate-idx > rate-count
            or rt-source(rate-idx) = st-source(src-idx)
        continue
    end-perform
    if rate-idx > rate-count
        if default-idx > 0
            move default-idx to rate-idx
            add 1 to defaulted-count
        else
            move 0 to rate-idx
            add 1 to unrated-count
        end-if
    end-if
    move rate-idx to st-rate-idx(src-idx)
    if rate-idx = 0
        move 0 to st-charge-read(src-idx)
        move 0 to st-charge-computed(src-idx)
        move 0 to st-charge-reject(src-idx)
    else
        compute st-charge-read(src-idx) rounded =
            st-read(src-idx) * rt-per-record(rate-idx)
        compute st-charge-computed(src-idx) rounded =
            st-computed(src-idx) * rt-per-computed(rate-idx)
        compute st-charge-reject(src-idx) rounded =
            st-reject(src-idx) * rt-per-reject(rate-idx)
    end-if
    compute st-charge-total(src-idx) = st-charge-read(src-idx)
        + st-charge-computed(src-idx) + st-charge-reject(src-idx)
    add st-charge-total(src-idx) to grand-charge.

*> paragraph to print one sender's page and put its charge on the
*> ledger extract - an unrated sender is billed nothing and left
*> off the extract until it has a rate
print-one-source.
    perform start-new-page
    move st-source(src-idx) to rpt-source
    write report-line from rpt-source-line after advancing 1 line
    move st-rate-idx(src-idx) to rate-idx
    if rate-idx = 0
        move '(NO RATE CARD)' to rpt-department
        move spaces to rpt-account
        move '*** UNRATED - NOT CHARGED ***' to rpt-rate-note
    else
        move rt-department(rate-idx) to rpt-department
        move rt-account(rate-idx) to rpt-account
        if rate-idx = default-idx
            move '(PRICED AT THE (DEFAULT) RATES)' to rpt-rate-note
        else
            move spaces to rpt-rate-note
        end-if
    end-if
    write report-line from rpt-dept-line after advancing 1 line
    write report-line from rpt-account-line after advancing 1 line
    move st-runs(src-idx) to rpt-runs
    write report-line from rpt-runs-line after advancing 1 line
    write report-line from rpt-under-line after advancing 1 line
    write report-line from rpt-charge-head after advancing 1 line
    write report-line from rpt-under-line after advancing 1 line

    move 'RECORDS READ' to rc-label
    move st-read(src-idx) to rc-volume
    move 0 to rc-price
    if rate-idx > 0
        move rt-per-record(rate-idx) to rc-price
    end-if
    move st-charge-read(src-idx) to rc-charge
    write report-line from rpt-charge-line after advancing 1 line
    move 'COMPUTED VALUES' to rc-label
    move st-computed(src-idx) to rc-volume
    if rate-idx > 0
        move rt-per-computed(rate-idx) to rc-price
    end-if
    move st-charge-computed(src-idx) to rc-charge
    write report-line from rpt-charge-line after advancing 1 line
    move 'REJECTS' to rc-label
    move st-reject(src-idx) to rc-volume
    if rate-idx > 0
        move rt-per-reject(rate-idx) to rc-price
    end-if
    move st-charge-reject(src-idx) to rc-charge
    write report-line from rpt-charge-line after advancing 1 line
    *> master hits cost nothing beyond the record itself - shown so
    *> the department can see how much the master saved it
    move 'ANSWERED FROM MASTER' to rc-label
    move st-master(src-idx) to rc-volume
    move 0 to rc-price
    move 0 to rc-charge
    write report-line from rpt-charge-line after advancing 1 line
    write report-line from rpt-under-line after advancing 1 line
    move st-charge-total(src-idx) to rpt-total-charge
    write report-line from rpt-total-charge-line after advancing 1 line

    if rate-idx > 0
        move bill-period to gd-period
        move rt-account(rate-idx) to gd-account
        move st-source(src-idx) to gd-source
        move st-charge-total(src-idx) to gd-amount
        write ledger-line from gl-detail
        add 1 to gl-detail-count
    end-if.

*> paragraph to print the grand-total page: every sender on a line,
*> the month's charge, and the volume proved against the audit log
print-grand-total.
    perform start-new-page
    write report-line from rpt-grand-head after advancing 1 line
    write report-line from rpt-under-line after advancing 1 line
    if src-count = 0
        write report-line from rpt-none-line after advancing 1 line
    end-if
    perform varying src-idx from 1 by 1 until src-idx > src-count
        move st-source(src-idx) to rg-source
        move st-rate-idx(src-idx) to rate-idx
        move spaces to rg-note
        if rate-idx = 0
            move spaces to rg-account
            move 'UNRATED' to rg-note
        else
            move rt-account(rate-idx) to rg-account
            if rate-idx = default-idx
                move 'DEFAULT' to rg-note
            end-if
        end-if
        move st-read(src-idx) to rg-read
        move st-master(src-idx) to rg-master
        move st-computed(src-idx) to rg-computed
        move st-reject(src-idx) to rg-reject
        move st-charge-total(src-idx) to rg-charge
        write report-line from rpt-grand-line after advancing 1 line
    end-perform
    write report-line from rpt-under-line after advancing 1 line
    move 'TOTAL' to rg-source
    move spaces to rg-account
    move spaces to rg-note
    move vol-read to rg-read
    move vol-master to rg-master
    move vol-computed to rg-computed
    move vol-reject to rg-reject
    move grand-charge to rg-charge
    write report-line from rpt-grand-line after advancing 1 line

    write report-line from rpt-under-line after advancing 2 lines
    write report-line from rpt-tie-head after advancing 1 line
    write report-line from rpt-under-line after advancing 1 line
    move 'RUNS' to rt-label
    move vol-runs to rt-volume
    move aud-runs to rt-audit
    if vol-runs = aud-runs
        move 'AGREE' to rt-result
    else
        move '*DIFFER*' to rt-result
        move 'Y' to tie-failed-sw
    end-if
    write report-line from rpt-tie-line after advancing 1 line
    move 'RECORDS READ' to rt-label
    move vol-read to rt-volume
    move aud-read to rt-audit
    if vol-read = aud-read
        move 'AGREE' to rt-result
    else
        move '*DIFFER*' to rt-result
        move 'Y' to tie-failed-sw
    end-if
    write report-line from rpt-tie-line after advancing 1 line
    move 'ANSWERED FROM MASTER' to rt-label
    move vol-master to rt-volume
    move aud-master to rt-audit
    if vol-master = aud-master
        move 'AGREE' to rt-result
    else
        move '*DIFFER*' to rt-result
        move 'Y' to tie-failed-sw
    end-if
    write report-line from rpt-tie-line after advancing 1 line
    move 'COMPUTED VALUES' to rt-label
    move vol-computed to rt-volume
    move aud-computed to rt-audit
    if vol-computed = aud-computed
        move 'AGREE' to rt-result
    else
        move '*DIFFER*' to rt-result
        move 'Y' to tie-failed-sw
    end-if
    write report-line from rpt-tie-line after advancing 1 line
    move 'REJECTS' to rt-label
    move vol-reject to rt-volume
    move aud-reject to rt-audit
    if vol-reject = aud-reject
        move 'AGREE' to rt-result
    else
        move '*DIFFER*' to rt-result
        move 'Y' to tie-failed-sw
    end-if
    write report-line from rpt-tie-line after advancing 1 line
    write report-line from rpt-under-line after advancing 1 line

    if tie-failed
        move '*** OUT OF BALANCE WITH THE AUDIT LOG ***' to rpt-result
    else
        if unrated-count > 0
            move '*** IN BALANCE - UNRATED SENDERS NOT CHARGED ***'
                to rpt-result
        else
            move 'IN BALANCE' to rpt-result
        end-if
    end-if
    write report-line from rpt-verdict-line after advancing 1 line.

*> paragraph to start a new report page - the first with no lines
*> ahead of it, the rest set off by a gap, as the other reports do
start-new-page.
    add 1 to page-number
    move bill-period to rpt-period
    move page-number to rpt-page
    if page-number = 1
        write report-line from rpt-title-line after advancing 0 lines
    else
        write report-line from rpt-title-line after advancing 3 lines
    end-if
    write report-line from rpt-under-line after advancing 1 line.

*> paragraph to read a zero-suppressed (or zero-filled) count off a
*> line back into a number - anything not a digit is passed over
text-to-num.
    move 0 to text-num
    perform varying text-pos from 1 by 1 until text-pos > 9
        if text-field(text-pos:1) is numeric
            move text-field(text-pos:1) to text-digit
            compute text-num = text-num * 10 + text-digit
        end-if
    end-perform.

*> paragraph to read a price off a rate card: digits up to the point
*> are units, the first four after it the fraction; a card with no
*> point is whole units
text-to-rate.
    move 0 to rate-units
    move 0 to rate-fraction
    move 0 to rate-places
    move 'N' to rate-point-sw
    perform varying text-pos from 1 by 1 until text-pos > 8
        if rate-text(text-pos:1) = '.'
            move 'Y' to rate-point-sw
        else
            if rate-text(text-pos:1) is numeric
                move rate-text(text-pos:1) to text-digit
                if rate-point-seen
                    if rate-places < 4
                        compute rate-fraction = rate-fraction * 10
                            + text-digit
                        add 1 to rate-places
                    end-if
                else
                    compute rate-units = rate-units * 10 + text-digit
                end-if
            end-if
        end-if
    end-perform
    compute rate-fraction = rate-fraction * (10 ** (4 - rate-places))
    compute rate-num = rate-units + rate-fraction / 10000.

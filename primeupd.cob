*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*> file:   primeupd.cob
*> goal:   applies one or more of primes3's delimited (CSV) result
*>         files to PRIMEMAST.DAT, the results master - how the
*>         SLICE=Y runs, which leave the master alone while they share
*>         the floor, get their night's verdicts onto it afterwards.
*>         takes the run lock the way primes3 does, adds every key
*>         the master hasn't seen, fills an empty factorization column
*>         from the file, and lists every value where the file's
*>         verdict or smallest factor disagrees with what is already
*>         on file (the master's verdict stands - a disagreement is
*>         for a person to look at, not for a batch job to settle).
*>         error ('E') rows carry no verdict and are skipped and
*>         counted. a summary of records read, added, already
*>         present, enriched and in conflict goes on PRIMEUPD.RPT,
*>         and the return code tells the scheduler how it went:
*>         0 clean, 4 conflicts or unreadable rows to look at, 8 it
*>         could not do its job (lock held, master unusable, or a
*>         named file would not open).
*>         the filenames come off the command line, space-delimited,
*>         or are asked for one at a time at the terminal.
*>         every add and rewrite is journaled to PRIMEJRN.DAT, the
*>         same as primes3's own master updates.
*>         every row that carries an item id is filed on the item
*>         history, PRIMEHIST.DAT, under this run's stamp - a slice
*>         writes no history of its own, so this is where a sliced
*>         night's verdicts reach it. each entry is checked against
*>         the item's previous one first, and the items whose value or
*>         verdict changed are listed on the report the way primes3
*>         lists them. a row whose item's latest entry already holds
*>         the same value and verdict from the same file was loaded
*>         by an earlier run of this program and is not filed again.
*>         the same rows settle the suspense register, PRIMESREG.DAT,
*>         which a slice never opens: every OPEN reject for the row's
*>         item id is marked CORRECTED, as primes3 marks them for its
*>         own clean cards - except the rejects of this same sliced
*>         file (SUSP.<base>nn.DAT, when the CSV is a <base>nn.CSV),
*>         which are the sender's muddle, not a correction. a
*>         bare-number slice carries no item id and no card text on
*>         its CSV, so it settles nothing.
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
program-id. primeupd.

environment division.
input-output section.
file-control.
select csv-file assign to dynamic csv-fname
    organization is line sequential
    file status is csv-file-status.
*> the results master - same fixed name and record layout as
*> primes3's select, opened for keyed reads, adds and rewrites
select master-file assign to "PRIMEMAST.DAT"
    organization is indexed
    access mode is random
    record key is mst-number
    file status is master-file-status.
*> the same run lock primes3 takes - an update under a live run
*> would race its keyed writes
select lock-file assign to "PRIMELOCK.DAT"
    organization is line sequential
    file status is lock-file-status.
*> forward-recovery journal - the after-image of every add and
*> rewrite, for PRIMEMNT's roll-forward
select journal-file assign to "PRIMEJRN.DAT"
    organization is line sequential
    file status is journal-file-status.
*> item history - same fixed name and record layout as primes3's
*> select, opened for keyed reads, writes and rewrites
select history-file assign to "PRIMEHIST.DAT"
    organization is indexed
    access mode is dynamic
    record key is hist-key
    file status is history-file-status.
*> the suspense register - same fixed name and record layout as
*> primes3's select, read by item id and rewritten
select register-file assign to "PRIMESREG.DAT"
    organization is indexed
    access mode is dynamic
    record key is sreg-key
    alternate record key is sreg-item-id with duplicates
    alternate record key is sreg-card with duplicates
    file status is register-file-status.
select report-file assign to "PRIMEUPD.RPT"
    organization is line sequential.

data division.
file section.
fd csv-file.
    01 csv-line pic x(120).
fd master-file.
    01 master-record.
        02 mst-number pic 9(18).
        02 mst-verdict pic x.
        02 mst-factor pic 9(18).
        *> kept in step with primes3's layout - the factorization in
        *> its 2^3 x 3^2 x 5 report form, spaces until someone asks
        02 mst-factors pic x(100).
fd lock-file.
    01 lock-line pic x(30).
fd journal-file.
    01 journal-line pic x(170).
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
        02 sreg-source pic x(10).
        02 sreg-file-date pic x(8).
        02 sreg-opened-date pic x(6).
        02 sreg-in-fname pic x(30).
        02 sreg-susp-fname pic x(30).
        02 sreg-closed-date pic x(6).
        02 sreg-closed-by pic x(14).
        02 sreg-writeoff-reason pic x(40).
fd report-file.
    01 report-line pic x(132).

working-storage section.
77 csv-fname pic x(30) value spaces.
77 csv-file-status pic xx value '00'.
77 master-file-status pic xx value '00'.
77 lock-file-status pic xx value '00'.
77 journal-file-status pic xx value '00'.
77 journal-open-sw pic x value 'N'.
    88 journal-open value 'Y'.
*> one journal after-image, mirroring PRIMEMNT's layout
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
77 upd-eof-switch pic 9 value 1.
77 history-file-status pic xx value '00'.
77 history-open-sw pic x value 'N'.
    88 history-open value 'Y'.
77 history-more-sw pic x value 'N'.
    88 history-more value 'Y'.
77 history-found-sw pic x value 'N'.
    88 history-found value 'Y'.
77 register-file-status pic xx value '00'.
77 register-open-sw pic x value 'N'.
    88 register-open value 'Y'.
    88 register-failed value 'F'.
77 register-more-sw pic x value 'N'.
    88 register-more value 'Y'.
*> the slice suspense file this CSV's own rejects went to, up to its
*> two-digit slice number - spaces when the CSV isn't a slice's
77 own-susp-prefix pic x(30) value spaces.
77 own-susp-len pic s9(4) value 0 usage is computational.
77 csv-name-len pic s9(4) value 0 usage is computational.
77 prev-value pic 9(18) value 0.
77 prev-verdict pic x value space.
77 prev-stamp pic x(14) value spaces.
77 prev-in-fname pic x(30) value spaces.
*> the changed items, for the report's exception section - one
*> entry per item, the latest row for it winning, mirroring
*> primes3's table
77 hx-count pic s9(4) value 0 usage is computational.
77 hx-max pic s9(4) value 500 usage is computational.
77 hx-idx pic s9(4) usage is computational.
01 history-exception-table.
    02 hx-entry occurs 500 times.
        03 hx-item-id pic x(10).
        03 hx-prev-value pic 9(18).
        03 hx-prev-verdict pic x.
        03 hx-prev-stamp pic x(14).
        03 hx-new-value pic 9(18).
        03 hx-new-verdict pic x.
77 upd-failed-sw pic x value 'N'.
    88 upd-failed value 'Y'.

*> the filenames to apply - off the command line (unattended, same
*> convention as primecmp) or asked for at the terminal
77 command-text pic x(200) value spaces.
77 parse-pos pic s9(9) usage is computational.
77 parse-start pic s9(9) usage is computational.
77 parse-len pic s9(9) usage is computational.
77 parse-digit pic 9 value 0.
77 file-count pic s9(4) value 0 usage is computational.
77 file-max pic s9(4) value 20 usage is computational.
77 file-idx pic s9(4) usage is computational.
77 entered-fname pic x(30) value spaces.
01 file-table.
    02 file-entry pic x(30) occurs 20 times.

*> this run's stamp, for the lock record and the report heading
77 upd-date pic 9(6) value 0.
77 upd-time pic 9(8) value 0.
77 run-stamp pic x(14) value spaces.
01 lock-detail.
    02 lck-state pic x(6).
    02 filler pic x value space.
    02 lck-stamp pic x(14).

*> one delimited row picked apart into primes3's csv-detail columns
01 csv-rec.
    02 cr-number-text pic x(18).
    02 filler pic x.
    02 cr-verdict pic x.
    02 filler pic x.
    02 cr-factor-text pic x(18).
    02 filler pic x.
    02 cr-reason pic x.
    02 filler pic x.
    02 cr-item-id pic x(10).
    02 filler pic x.
    02 cr-factors pic x(60).

*> the row's number and factor, re-read digit by digit - the
*> columns are zero-suppressed text, same as primecmp compares them
77 row-number pic 9(18) value 0.
77 row-factor pic 9(18) value 0.
77 scan-text pic x(18) value spaces.
77 scan-num pic 9(18) value 0.
77 scan-pos pic s9(4) usage is computational.
77 scan-digits pic s9(4) usage is computational.
77 scan-bad-sw pic x value 'N'.
    88 scan-bad value 'Y'.
77 row-bad-sw pic x value 'N'.
    88 row-bad value 'Y'.

*> the squeezed factorization (2^3x3^2x5) laid back out in the
*> master's report form (2^3 x 3^2 x 5)
77 row-factors pic x(100) value spaces.
77 fx-in pic s9(4) usage is computational.
77 fx-out pic s9(4) usage is computational.

*> what the run did, for the summary and the return code
77 count-read pic s9(9) value 0 usage is computational.
77 count-added pic s9(9) value 0 usage is computational.
77 count-present pic s9(9) value 0 usage is computational.
77 count-enriched pic s9(9) value 0 usage is computational.
77 count-conflict pic s9(9) value 0 usage is computational.
77 count-error-rows pic s9(9) value 0 usage is computational.
77 count-unreadable pic s9(9) value 0 usage is computational.
77 file-read-count pic s9(9) value 0 usage is computational.
77 files-processed pic s9(9) value 0 usage is computational.
77 files-failed pic s9(9) value 0 usage is computational.
77 count-hist-saved pic s9(9) value 0 usage is computational.
77 count-hist-present pic s9(9) value 0 usage is computational.
77 count-reg-corrected pic s9(9) value 0 usage is computational.

01 rpt-title-line.
    02 filler pic x(14) value spaces.
    02 filler pic x(30) value 'PRIME MASTER UPDATE FROM CSV'.
    02 filler pic x(6) value ' RUN '.
    02 rpt-run-stamp pic x(14).
01 rpt-under-line.
    02 filler pic x(78) value ' -----------------------------------------------------------------------------'.
01 rpt-file-line.
    02 filler pic x(7) value ' FILE: '.
    02 rpt-fname pic x(30).
    02 filler pic x(7) value ' ROWS: '.
    02 rpt-file-rows pic z(8)9.
01 rpt-skip-line.
    02 filler pic x(7) value ' FILE: '.
    02 rpt-skip-fname pic x(30).
    02 filler pic x(30) value ' COULD NOT BE OPENED - SKIPPED'.
01 rpt-conflict-line.
    02 filler pic x(11) value ' CONFLICT: '.
    02 rpt-cf-number pic z(17)9.
    02 filler pic x(6) value '  CSV '.
    02 rpt-cf-csv-verdict pic x.
    02 filler pic x value space.
    02 rpt-cf-csv-factor pic z(17)9.
    02 filler pic x(9) value '  MASTER '.
    02 rpt-cf-mst-verdict pic x.
    02 filler pic x value space.
    02 rpt-cf-mst-factor pic z(17)9.
    02 filler pic x(7) value '  FILE '.
    02 rpt-cf-fname pic x(30).
01 rpt-unreadable-line.
    02 filler pic x(15) value ' UNREADABLE ROW'.
    02 rpt-ur-row pic z(8)9.
    02 filler pic x(4) value ' OF '.
    02 rpt-ur-fname pic x(30).
    02 filler pic x(2) value ': '.
    02 rpt-ur-text pic x(60).
*> the exception section, worded as primes3 words it
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
01 rpt-summary-1.
    02 filler pic x(17) value ' FILES PROCESSED:'.
    02 rpt-files-processed pic z(8)9.
    02 filler pic x(9) value ' FAILED: '.
    02 rpt-files-failed pic z(8)9.
01 rpt-summary-2.
    02 filler pic x(14) value ' RECORDS READ:'.
    02 rpt-count-read pic z(8)9.
    02 filler pic x(8) value ' ADDED: '.
    02 rpt-count-added pic z(8)9.
    02 filler pic x(18) value ' ALREADY PRESENT: '.
    02 rpt-count-present pic z(8)9.
01 rpt-summary-3.
    02 filler pic x(11) value ' ENRICHED: '.
    02 rpt-count-enriched pic z(8)9.
    02 filler pic x(14) value ' IN CONFLICT: '.
    02 rpt-count-conflict pic z(8)9.
01 rpt-summary-4.
    02 filler pic x(20) value ' ERROR ROWS SKIPPED:'.
    02 rpt-count-error-rows pic z(8)9.
    02 filler pic x(14) value ' UNREADABLE:  '.
    02 rpt-count-unreadable pic z(8)9.
01 rpt-summary-5.
    02 filler pic x(18) value ' HISTORY ENTRIES: '.
    02 rpt-count-hist-saved pic z(8)9.
    02 filler pic x(18) value ' ALREADY FILED:   '.
    02 rpt-count-hist-present pic z(8)9.
    02 filler pic x(10) value ' CHANGED: '.
    02 rpt-count-hist-changed pic z(8)9.
01 rpt-summary-6.
    02 filler pic x(30) value ' SUSPENSE ENTRIES CORRECTED: '.
    02 rpt-count-reg-corrected pic z(8)9.

procedure division.
    introduction.
        display ' '.
        display '------------------------------------'.
        display '  PRIME MASTER UPDATE FROM CSV'.
        display '  (works on PRIMEMAST.DAT)'.
        display '------------------------------------'.
        display ' '.

    *> every CSV filename on the command line, or one at a time
    *> from the terminal until a blank line
    get-filenames.
        accept command-text from command-line.
        if command-text = spaces
            display 'Enter each CSV filename to apply, one at a time.'
            display 'Enter a blank line when done.'
            display ' '
            move 'X' to entered-fname
            perform take-one-entered-name
                until entered-fname = spaces
            display ' '
        else
            move 1 to parse-pos
            move 1 to parse-len
            perform take-one-command-name
                until parse-len = 0
        end-if.
        if file-count = 0
            display 'ERROR: no CSV filenames given - nothing to apply.'
            move 8 to return-code
            stop run
        end-if.

    *> stamp the run and take the run lock before the master is
    *> touched - a live primes3 run refuses us, as we refuse it
    take-the-lock.
        accept upd-date from date.
        accept upd-time from time.
        move spaces to run-stamp.
        move upd-date to run-stamp(1:6).
        move upd-time to run-stamp(7:8).
        open input lock-file.
        if lock-file-status = '00'
            move spaces to lock-detail
            read lock-file into lock-detail
                at end continue
            end-read
            close lock-file
            if lck-state = 'ACTIVE'
                display 'ERROR: a run (started ' lck-stamp ') is '
                    'active - the master cannot be updated under it. '
                    'Try again when it finishes.'
                move 8 to return-code
                stop run
            end-if
        end-if.
        open output lock-file.
        move 'ACTIVE' to lck-state.
        move run-stamp to lck-stamp.
        write lock-line from lock-detail.
        close lock-file.

    *> the master is opened out loud, the same way PRIMEMNT opens
    *> it - built empty when missing, anything else stops the run
    open-the-master.
        open i-o master-file.
        if master-file-status = '35'
            open output master-file
            close master-file
            open i-o master-file
        end-if.
        if master-file-status is not equal to '00'
            display 'ERROR: PRIMEMAST.DAT could not be opened (file '
                'status ' master-file-status ') - nothing applied.'
            if master-file-status = '39'
                display 'The master is in the old (pre-factorization) '
                    'layout - convert it once with PRIMEMNT.'
            end-if
            perform release-the-lock
            move 8 to return-code
            stop run
        end-if.
        open extend journal-file.
        if journal-file-status is not equal to '00'
            open output journal-file
        end-if.
        if journal-file-status = '00'
            move 'Y' to journal-open-sw
        else
            display 'WARNING: PRIMEJRN.DAT could not be opened (file '
                'status ' journal-file-status ') - this update is not '
                'journaled.'
        end-if.
        open i-o history-file.
        if history-file-status = '35'
            open output history-file
            close history-file
            open i-o history-file
        end-if.
        if history-file-status = '00'
            move 'Y' to history-open-sw
        else
            display 'WARNING: PRIMEHIST.DAT could not be opened (file '
                'status ' history-file-status ') - these verdicts are '
                'not added to the item history.'
        end-if.
        *> no register yet means no rejects to settle - nothing to
        *> warn about
        open i-o register-file.
        if register-file-status = '00'
            move 'Y' to register-open-sw
        else
            if register-file-status is not equal to '35'
                display 'WARNING: PRIMESREG.DAT could not be opened '
                    '(file status ' register-file-status ') - no '
                    'suspense entries are marked corrected.'
                move 'F' to register-open-sw
            end-if
        end-if.

    *> one pass per named file, in the order given
    apply-all-files.
        open output report-file.
        move run-stamp to rpt-run-stamp.
        write report-line from rpt-title-line after advancing 0 lines.
        write report-line from rpt-under-line after advancing 1 line.
        perform apply-one-file
            varying file-idx from 1 by 1
            until file-idx > file-count.
        close master-file.
        if journal-open
            close journal-file
        end-if.
        if history-open
            perform print-history-exceptions
            close history-file
        end-if.
        if register-open
            close register-file
        end-if.

    *> the summary - on the report, on the console, and in the
    *> return code for the scheduler
    write-summary.
        write report-line from rpt-under-line after advancing 1 line.
        move files-processed to rpt-files-processed.
        move files-failed to rpt-files-failed.
        write report-line from rpt-summary-1 after advancing 1 line.
        move count-read to rpt-count-read.
        move count-added to rpt-count-added.
        move count-present to rpt-count-present.
        write report-line from rpt-summary-2 after advancing 1 line.
        move count-enriched to rpt-count-enriched.
        move count-conflict to rpt-count-conflict.
        write report-line from rpt-summary-3 after advancing 1 line.
        move count-error-rows to rpt-count-error-rows.
        move count-unreadable to rpt-count-unreadable.
        write report-line from rpt-summary-4 after advancing 1 line.
        move count-hist-saved to rpt-count-hist-saved.
        move count-hist-present to rpt-count-hist-present.
        move hx-count to rpt-count-hist-changed.
        write report-line from rpt-summary-5 after advancing 1 line.
        move count-reg-corrected to rpt-count-reg-corrected.
        write report-line from rpt-summary-6 after advancing 1 line.
        close report-file.
        perform release-the-lock.

        display rpt-summary-1.
        display rpt-summary-2.
        display rpt-summary-3.
        display rpt-summary-4.
        display rpt-summary-5.
        display rpt-summary-6.
        display ' '.
        display 'Please see the full update report in PRIMEUPD.RPT'.
        display ' '.
        if files-failed > 0
            move 8 to return-code
        else
            if count-conflict > 0 or count-unreadable > 0
                or not journal-open or not history-open
                or register-failed
                move 4 to return-code
            else
                move 0 to return-code
            end-if
        end-if.

stop run.

*> paragraph to take one filename typed at the terminal into the
*> table - a blank line ends the list
take-one-entered-name.
    display 'CSV filename: ' no advancing
    move spaces to entered-fname
    accept entered-fname
    if entered-fname is not equal to spaces
        if file-count < file-max
            add 1 to file-count
            move entered-fname to file-entry(file-count)
        else
            display 'Only ' file-max ' files per run - the rest can '
                'go through on a second run.'
            move spaces to entered-fname
        end-if
    end-if.

*> paragraph to take the next filename off the command line into
*> the table - parse-len comes back zero once the line runs out
take-one-command-name.
    perform take-one-word
    if parse-len > 0
        if file-count < file-max
            add 1 to file-count
            move command-text(parse-start:parse-len)
                to file-entry(file-count)
        else
            display 'WARNING: only ' file-max ' files per run - "'
                command-text(parse-start:parse-len) '" and any after '
                'it are ignored.'
            move 0 to parse-len
        end-if
    end-if.

*> paragraph to apply every row of one CSV file to the master - a
*> file that won't open is reported and skipped, and the run goes
*> on with the rest
apply-one-file.
    move file-entry(file-idx) to csv-fname
    move 0 to file-read-count
    open input csv-file
    if csv-file-status is not equal to '00'
        move csv-fname to rpt-skip-fname
        write report-line from rpt-skip-line after advancing 1 line
        display 'WARNING: could not open "' csv-fname
            '" (file status ' csv-file-status ') - skipped.'
        add 1 to files-failed
    else
        perform set-own-susp-prefix
        move 1 to upd-eof-switch
        perform apply-one-row
            until upd-eof-switch = 0
        close csv-file
        move csv-fname to rpt-fname
        move file-read-count to rpt-file-rows
        write report-line from rpt-file-line after advancing 1 line
        add 1 to files-processed
    end-if.

*> paragraph to take the next row and settle it against the master:
*> a new key is added, an agreeing key may have its factorization
*> filled in, a disagreeing key is listed as a conflict
apply-one-row.
    move spaces to csv-rec
    read csv-file into csv-rec
        at end move zero to upd-eof-switch
    end-read
    if upd-eof-switch is not equal to zero
        if csv-rec = spaces
            continue
        else
        add 1 to count-read
        add 1 to file-read-count
        if cr-verdict = 'E'
            *> a rejected card - no verdict to put on file
            add 1 to count-error-rows
        else
            perform parse-one-row
            if row-bad
                add 1 to count-unreadable
                move file-read-count to rpt-ur-row
                move csv-fname to rpt-ur-fname
                move csv-rec to rpt-ur-text
                write report-line from rpt-unreadable-line
                    after advancing 1 line
            else
                move row-number to mst-number
                read master-file
                    invalid key
                        perform add-one-key
                    not invalid key
                        perform compare-one-key
                end-read
                if history-open and cr-item-id is not equal to spaces
                    perform save-item-history
                end-if
                if register-open and cr-item-id is not equal to spaces
                    perform clear-register-entries
                end-if
            end-if
        end-if
        end-if
    end-if.

*> paragraph to read the row's number and factor columns and judge
*> whether the row is fit to apply - a number of 2 or more, a P or N
*> verdict, and a real factor behind every N
parse-one-row.
    move 'N' to row-bad-sw
    move cr-number-text to scan-text
    perform scan-digits-text
    move scan-num to row-number
    if scan-bad or row-number <= 1
        move 'Y' to row-bad-sw
    end-if
    move cr-factor-text to scan-text
    perform scan-digits-text
    move scan-num to row-factor
    if scan-bad
        move 'Y' to row-bad-sw
    end-if
    if cr-verdict = 'P'
        move 0 to row-factor
    else
        if cr-verdict = 'N'
            if row-factor <= 1
                move 'Y' to row-bad-sw
            end-if
        else
            move 'Y' to row-bad-sw
        end-if
    end-if.

*> paragraph to put a key the master has never seen on file
add-one-key.
    move row-number to mst-number
    move cr-verdict to mst-verdict
    move row-factor to mst-factor
    if cr-verdict = 'N'
        perform expand-factor-text
        move row-factors to mst-factors
    else
        move spaces to mst-factors
    end-if
    write master-record
        invalid key
            *> the read said it wasn't there a moment ago - count it
            *> present rather than guess
            add 1 to count-present
        not invalid key
            add 1 to count-added
            move 'A' to jrn-action
            perform write-journal
    end-write.

*> paragraph to judge a row against the record already on file: a
*> different verdict, or a different smallest factor on a
*> composite, is a conflict; otherwise an empty factorization
*> column is filled from the row when the row carries one
compare-one-key.
    if mst-verdict is not equal to cr-verdict
        or (cr-verdict = 'N' and mst-factor is not equal to row-factor)
        add 1 to count-conflict
        move row-number to rpt-cf-number
        move cr-verdict to rpt-cf-csv-verdict
        move row-factor to rpt-cf-csv-factor
        move mst-verdict to rpt-cf-mst-verdict
        move mst-factor to rpt-cf-mst-factor
        move csv-fname to rpt-cf-fname
        write report-line from rpt-conflict-line
            after advancing 1 line
    else
        if cr-verdict = 'N' and mst-factors = spaces
            and cr-factors is not equal to spaces
            perform expand-factor-text
            move row-factors to mst-factors
            rewrite master-record
                invalid key
                    add 1 to count-present
                not invalid key
                    add 1 to count-enriched
                    move 'R' to jrn-action
                    perform write-journal
            end-rewrite
        else
            add 1 to count-present
        end-if
    end-if.

*> paragraph to file the row's verdict on the item history, after
*> looking up the item's previous entry - a row already filed from
*> this same file by an earlier update is left alone; a second row
*> for the item in this run refreshes this run's entry in place
save-item-history.
    perform find-previous-history
    if history-found and prev-value = row-number
        and prev-verdict = cr-verdict and prev-in-fname = csv-fname
        add 1 to count-hist-present
    else
        if history-found
            if prev-value is not equal to row-number
                or prev-verdict is not equal to cr-verdict
                perform note-history-change
            end-if
        end-if
        move cr-item-id to hist-item-id
        move run-stamp to hist-stamp
        move row-number to hist-value
        move cr-verdict to hist-verdict
        move row-factor to hist-factor
        *> the delimited file carries no control header, so the
        *> source system and file date are not known here
        move spaces to hist-source
        move spaces to hist-file-date
        move csv-fname to hist-in-fname
        write history-record
            invalid key
                rewrite history-record
                    invalid key continue
                end-rewrite
        end-write
        add 1 to count-hist-saved
    end-if.

*> paragraph to hold one changed item for the exception section - an
*> item already held has its new value and verdict brought up to date
*> rather than being listed twice
note-history-change.
    perform varying hx-idx from 1 by 1
        until hx-idx > hx-count or hx-idx > hx-max
            or hx-item-id(hx-idx) = cr-item-id
        continue
    end-perform
    if hx-idx > hx-count or hx-idx > hx-max
        add 1 to hx-count
        if hx-count <= hx-max
            move cr-item-id to hx-item-id(hx-count)
            move prev-value to hx-prev-value(hx-count)
            move prev-verdict to hx-prev-verdict(hx-count)
            move prev-stamp to hx-prev-stamp(hx-count)
            move row-number to hx-new-value(hx-count)
            move cr-verdict to hx-new-verdict(hx-count)
        end-if
    else
        move row-number to hx-new-value(hx-idx)
        move cr-verdict to hx-new-verdict(hx-idx)
    end-if.

*> paragraph to find the item's latest entry from an earlier run -
*> walks the item's entries from its first, oldest to newest, keeping
*> the last one stamped before this run
find-previous-history.
    move 'N' to history-found-sw
    move cr-item-id to hist-item-id
    move low-values to hist-stamp
    move 'Y' to history-more-sw
    start history-file key is not less than hist-key
        invalid key move 'N' to history-more-sw
    end-start
    perform take-one-history-entry
        until not history-more.

*> paragraph to read the item's next entry and keep it when it is
*> older than this run
take-one-history-entry.
    read history-file next
        at end move 'N' to history-more-sw
        not at end
            if hist-item-id is not equal to cr-item-id
                or hist-stamp not < run-stamp
                move 'N' to history-more-sw
            else
                move 'Y' to history-found-sw
                move hist-value to prev-value
                move hist-verdict to prev-verdict
                move hist-stamp to prev-stamp
                move hist-in-fname to prev-in-fname
            end-if
    end-read.

*> paragraph to list the changed items on the report, the same
*> section primes3 prints for its own runs
print-history-exceptions.
    write report-line from rpt-under-line after advancing 1 line
    write report-line from hist-exc-title-line after advancing 1 line
    if hx-count = 0
        write report-line from hist-exc-none-line
            after advancing 1 line
    else
        perform varying hx-idx from 1 by 1
            until hx-idx > hx-count or hx-idx > hx-max
            move hx-item-id(hx-idx) to hx-out-item
            move hx-prev-value(hx-idx) to hx-out-prev-value
            move hx-prev-verdict(hx-idx) to hx-out-prev-verdict
            move hx-prev-stamp(hx-idx) to hx-out-prev-stamp
            move hx-new-value(hx-idx) to hx-out-new-value
            move hx-new-verdict(hx-idx) to hx-out-new-verdict
            write report-line from hist-exc-line
                after advancing 1 line
        end-perform
        if hx-count > hx-max
            compute hx-out-more = hx-count - hx-max
            write report-line from hist-exc-more-line
                after advancing 1 line
        end-if
        display '*** ' hx-count ' item(s) changed value or verdict '
            'since their last history - see PRIMEUPD.RPT. ***'
    end-if.

*> paragraph to work out which slice suspense file this CSV's own
*> rejects went to: <base>nn.CSV is slice nn of <base>, and its
*> rejects are in SUSP.<base>nn.DAT
set-own-susp-prefix.
    move spaces to own-susp-prefix
    move 0 to own-susp-len
    move 0 to csv-name-len
    perform varying parse-pos from 1 by 1 until parse-pos > 30
        if csv-fname(parse-pos:1) is not equal to space
            move parse-pos to csv-name-len
        end-if
    end-perform
    if csv-name-len > 6
        if csv-fname(csv-name-len - 3:4) = '.CSV'
            and csv-fname(csv-name-len - 5:2) is numeric
            string 'SUSP.' delimited by size
                csv-fname(1:csv-name-len - 4) delimited by size
                into own-susp-prefix
            end-string
            compute own-susp-len = csv-name-len + 1
        end-if
    end-if.

*> paragraph to settle every OPEN suspense entry for the row's item
*> id, the same walk primes3 makes on its own clean cards
clear-register-entries.
    move 'N' to register-more-sw
    move cr-item-id to sreg-item-id
    start register-file key is equal to sreg-item-id
        invalid key continue
        not invalid key move 'Y' to register-more-sw
    end-start
    perform clear-one-by-item
        until not register-more.

*> paragraph to take the next register entry in item-id order and
*> settle it, stopping at the first entry for another item
clear-one-by-item.
    read register-file next
        at end move 'N' to register-more-sw
        not at end
            if sreg-item-id is not equal to cr-item-id
                move 'N' to register-more-sw
            else
                perform correct-one-entry
            end-if
    end-read.

*> paragraph to mark one entry CORRECTED - only an OPEN entry, and
*> never one from this same slice
correct-one-entry.
    if sreg-status = 'O'
        and (own-susp-len = 0
            or sreg-susp-fname(1:own-susp-len)
                is not equal to own-susp-prefix(1:own-susp-len))
        move 'C' to sreg-status
        move upd-date to sreg-closed-date
        move run-stamp to sreg-closed-by
        rewrite register-record
            invalid key continue
        end-rewrite
        add 1 to count-reg-corrected
    end-if.

*> paragraph to lay the row's squeezed factorization (2^3x3^2x5) back
*> out in the master's report form (2^3 x 3^2 x 5) - the primes and
*> exponents are all digits and carets, so every 'x' is a separator
expand-factor-text.
    move spaces to row-factors
    move 1 to fx-out
    perform varying fx-in from 1 by 1 until fx-in > 60
            or fx-out > 98
        if cr-factors(fx-in:1) = 'x'
            move ' x ' to row-factors(fx-out:3)
            add 3 to fx-out
        else
            if cr-factors(fx-in:1) is not equal to space
                move cr-factors(fx-in:1) to row-factors(fx-out:1)
                add 1 to fx-out
            end-if
        end-if
    end-perform.

*> paragraph to re-read a zero-suppressed number column: digits and
*> leading spaces only - anything else, or no digits at all, marks
*> the column bad
scan-digits-text.
    move 0 to scan-num
    move 0 to scan-digits
    move 'N' to scan-bad-sw
    perform varying scan-pos from 1 by 1 until scan-pos > 18
        if scan-text(scan-pos:1) is numeric
            move scan-text(scan-pos:1) to parse-digit
            compute scan-num = scan-num * 10 + parse-digit
            add 1 to scan-digits
        else
            if scan-text(scan-pos:1) is not equal to space
                or scan-digits > 0
                move 'Y' to scan-bad-sw
            end-if
        end-if
    end-perform
    if scan-digits = 0
        move 'Y' to scan-bad-sw
    end-if.

*> paragraph to append the after-image of the master record just
*> added or rewritten - the action is set by the caller
write-journal.
    if journal-open
        accept jrn-date from date
        accept jrn-time from time
        move 'PRIMEUPD' to jrn-program
        move mst-number to jrn-number
        move mst-verdict to jrn-verdict
        move mst-factor to jrn-factor
        move mst-factors to jrn-factors
        write journal-line from journal-detail
    end-if.

*> paragraph to hand the lock back - rewritten ENDED, not deleted,
*> the same as primes3 leaves it
release-the-lock.
    open output lock-file
    move 'ENDED' to lck-state
    move run-stamp to lck-stamp
    write lock-line from lock-detail
    close lock-file.

*> paragraph to take the next space-delimited word off the command
*> line, same shape as primecmp's
take-one-word.
    move 0 to parse-len
    perform varying parse-pos from parse-pos by 1 until parse-pos > 200
            or command-text(parse-pos:1) not = space
        continue
    end-perform
    move parse-pos to parse-start
    perform varying parse-pos from parse-pos by 1 until parse-pos > 200
            or command-text(parse-pos:1) = space
        add 1 to parse-len
    end-perform.

*>         file status that isn't clean is reported out loud - the
*>         whole point of this program is that nobody should have to
*>         wonder whether the master has gone bad.
*>         every record a reload, purge or conversion puts on (or
*>         takes off) the master is journaled to PRIMEJRN.DAT, as
*>         primes3 and PRIMEUPD journal theirs. an unload stamps its
*>         backup and starts a new journal generation - the old
*>         journal is renamed JRN<stamp>.DAT and logged on
*>         PRIMEJGEN.DAT against the backup that covers it - and the
*>         roll-forward replays the journals from a restored backup's
*>         stamp up to a stated point in time.
*>         the operator signs on against PRIMEOPR.DAT first. reload,
*>         purge, convert and roll-forward are for supervisors only,
*>         and an auditor may only inquire, report and verify; every
*>         function that changes the master - and every refusal - is
*>         logged on PRIMEMNT.LOG with the operator, the function, its
*>         parameters and the records it touched.
*>         unload, reload, purge, convert and roll-forward are also
*>         refused while PRIMELOCK.DAT reads ACTIVE - a live primes3
*>         or PRIMEUPD run is writing the master and the journal, and
*>         an unload's generation rename would carry its entries off
*>         into a journal the roll-forward never replays. while one
*>         of them runs, this program holds the lock itself, the way
*>         PRIMEUPD does, so no run can start under it.
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
select backup-file assign to dynamic backup-fname
    organization is line sequential
    file status is backup-file-status.
*> forward-recovery journal - the after-image of every add, rewrite
*> and delete, whoever made it; the current generation always has
*> this name
select journal-file assign to "PRIMEJRN.DAT"
    organization is line sequential
    file status is journal-file-status.
*> journal generation log - one line per unload: the journal it
*> closed off and the backup that covers it
select generation-file assign to "PRIMEJGEN.DAT"
    organization is line sequential
    file status is generation-file-status.
*> a journal generation being replayed by the roll-forward
select replay-file assign to dynamic replay-fname
    organization is line sequential
    file status is replay-file-status.
*> operator file - who may sign on, and in what role; the same file
*> primes3 signs its operators on against
select operator-file assign to "PRIMEOPR.DAT"
    organization is line sequential
    file status is operator-file-status.
*> maintenance log - one line per master-changing function run, and
*> per function refused
select maint-file assign to "PRIMEMNT.LOG"
    organization is line sequential
    file status is maint-file-status.
*> the run lock primes3 and PRIMEUPD take - read only, to keep the
*> master-changing functions out from under a live run
select lock-file assign to "PRIMELOCK.DAT"
    organization is line sequential
    file status is lock-file-status.

data division.
file section.
        02 old-mst-factor pic 9(18).
fd backup-file.
    01 backup-line pic x(140).
fd journal-file.
    01 journal-line pic x(170).
fd generation-file.
    01 generation-line pic x(90).
fd replay-file.
    01 replay-line pic x(170).
fd operator-file.
    01 operator-line pic x(80).
fd maint-file.
    01 maint-line pic x(180).
fd lock-file.
    01 lock-line pic x(30).

working-storage section.
77 master-file-status pic xx value '00'.
77 print-num pic z(17)9.
77 print-factor pic z(17)9.

*> standalone prime recheck through primevrd, the same engine
*> primes3 settles every value with - called without the master, so
*> it stays deliberately independent of the file being verified, or
*> the check would prove nothing
77 chk-verdict pic x value 'P'.
77 chk-factor pic s9(18) value 0 usage is computational.
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

*> scan counters for the unload/statistics/verify/purge walks
77 scan-count pic s9(9) value 0 usage is computational.
    *> back with spaces here, so an old unload reloads cleanly into
    *> the new shape - which is exactly how a master is converted
    02 bkp-factors pic x(100).
*> the first line of every unload - when the backup was taken, which
*> is where a roll-forward from it starts; a reload passes over any
*> line starting '*'
01 backup-header.
    02 bh-mark pic x(8) value '*BACKUP '.
    02 bh-stamp pic x(14).

*> the journal - one after-image line per master add ('A'), rewrite
*> ('R'), delete ('D') or reload from a backup ('L'), stamped to the
*> hundredth; primes3 (through primevrd) and PRIMEUPD write the same
*> layout
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
01 journal-stamp-view redefines journal-detail.
    02 jrn-stamp pic x(14).
    02 filler pic x(152).

*> the generation log line - primehsk marks a generation RETIRED once
*> its journal has been deleted under a backup that still exists
77 generation-file-status pic xx value '00'.
01 generation-detail.
    02 gen-stamp pic x(14).
    02 filler pic x value space.
    02 gen-journal pic x(30).
    02 filler pic x value space.
    02 gen-backup pic x(30).
    02 filler pic x value space.
    02 gen-status pic x(7).

*> unload and roll-forward controls
77 mnt-date pic 9(6) value 0.
77 mnt-time pic 9(8) value 0.
77 mnt-stamp pic x(14) value spaces.
77 replay-fname pic x(30) value spaces.
77 replay-file-status pic xx value '00'.
77 replay-eof-switch pic 9 value 1.
77 gen-eof-switch pic 9 value 1.
77 roll-from-stamp pic x(14) value spaces.
77 roll-to-stamp pic x(14) value spaces.
77 roll-entry-text pic x(12) value spaces.
77 roll-incomplete-sw pic x value 'N'.
    88 roll-incomplete value 'Y'.
77 count-applied pic s9(9) value 0 usage is computational.
77 count-skipped pic s9(9) value 0 usage is computational.
77 count-conflict pic s9(9) value 0 usage is computational.

*> the operator signed on, and the role PRIMEOPR.DAT gives them
77 operator-file-status pic xx value '00'.
77 operator-eof-switch pic 9 value 1.
77 operator-id pic x(8) value spaces.
77 operator-role pic x value space.
    88 operator-known value 'O' 'S' 'A'.
    88 operator-supervisor value 'S'.
    88 operator-auditor value 'A'.
77 choice-allowed-sw pic x value 'Y'.
    88 choice-allowed value 'Y'.
*> the lock record, read only to make sure no run is live
77 lock-file-status pic xx value '00'.
77 run-active-sw pic x value 'N'.
    88 run-active value 'Y'.
77 lock-held-sw pic x value 'N'.
    88 lock-held value 'Y'.
01 lock-detail.
    02 lck-state pic x(6).
    02 filler pic x value space.
    02 lck-stamp pic x(14).
*> one operator card, mirroring primes3's layout: id, role (O
*> operator, S supervisor, A auditor) and name - '*' in column 1
*> for a comment
01 operator-detail.
    02 opr-id pic x(8).
    02 filler pic x.
    02 opr-role pic x.
    02 filler pic x.
    02 opr-name pic x(30).

*> the maintenance log line - the caller fills in the function, the
*> outcome (DONE, PARTIAL, FAILED or REFUSED), the parameters and
*> the counts
77 maint-file-status pic xx value '00'.
77 print-count-a pic z(8)9.
77 print-count-b pic z(8)9.
77 print-count-c pic z(8)9.
01 maint-detail.
    02 mlg-date pic 9(6).
    02 filler pic x value space.
    02 mlg-time pic 9(8).
    02 filler pic x value space.
    02 mlg-operator pic x(8).
    02 filler pic x value space.
    02 mlg-function pic x(10).
    02 filler pic x value space.
    02 mlg-outcome pic x(7).
    02 filler pic x value space.
    02 mlg-parms pic x(70).
    02 filler pic x value space.
    02 mlg-counts pic x(60).
*> the functions by menu number, for the log
01 function-name-table.
    02 filler pic x(40) value 'INQUIRY   UNLOAD    RELOAD    STATISTICS'.
    02 filler pic x(40) value 'VERIFY    PURGE     CONVERT   ROLLFWD   '.
01 function-name-red redefines function-name-table.
    02 function-name pic x(10) occurs 8 times.

procedure division.
    introduction.
        display '------------------------------------'.
        display ' '.

    *> nobody touches the master without signing on first
    sign-on.
        display 'Operator ID: ' no advancing.
        accept operator-id.
        display ' '.
        perform check-operator.

    *> the master is opened once, out loud - anything but a clean
    *> open (or a brand-new, empty file) is reported with its file
    *> status instead of being quietly worked around; a status-39
    display 'TYPE 6 to purge keys above or below a bound'
    display 'TYPE 7 to convert an old-layout master to the current '
        'layout'
    display 'TYPE 8 to roll a restored master forward from the journal'
    display 'TYPE 0 to exit'
    display ' '
    display 'My Choice: ' no advancing
    accept mnt-choice
    display ' '
    perform authorize-choice
    if not choice-allowed
        perform refuse-choice
    else
    if ((mnt-choice >= 1 and mnt-choice <= 6) or mnt-choice = 8)
        and not master-usable
        display 'The master is not open in the current layout - '
            'convert it first (function 7).'
    else
                        else
                            if mnt-choice = 7
                                perform do-convert
                            else
                            if mnt-choice = 8
                                perform do-roll-forward
                            else
                                if mnt-choice is not equal to 0
                                    display 'Please choose 0 '
                                        'through 8.'
                                end-if
                            end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if
    end-if
    end-if
    if lock-held
        perform release-the-lock
    end-if.

*> paragraph to sign the operator on against PRIMEOPR.DAT - an id
*> that isn't on file, or no operator file at all, ends the session
*> before the master is opened
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
    end-if
    display 'Signed on: ' opr-name
    display ' '.

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

*> paragraph to decide whether the signed-on role may run the chosen
*> function: reload, purge, convert and roll-forward are supervisor
*> work, and an auditor only looks - inquiry, statistics, verify.
*> a function that changes the master or the journal waits, for
*> anyone, until no run holds the lock
authorize-choice.
    move 'Y' to choice-allowed-sw
    move 'N' to run-active-sw
    if not operator-supervisor
        if mnt-choice = 3 or mnt-choice = 6 or mnt-choice = 7
            or mnt-choice = 8
            move 'N' to choice-allowed-sw
        else
            if operator-auditor and mnt-choice = 2
                move 'N' to choice-allowed-sw
            end-if
        end-if
    end-if
    if choice-allowed
        and (mnt-choice = 2 or mnt-choice = 3 or mnt-choice = 6
            or mnt-choice = 7 or mnt-choice = 8)
        perform check-the-lock
        if run-active
            move 'N' to choice-allowed-sw
        else
            perform take-the-lock
        end-if
    end-if.

*> paragraph to read the run lock - ACTIVE means a primes3 or
*> PRIMEUPD run is live and writing the master and the journal
check-the-lock.
    open input lock-file
    if lock-file-status = '00'
        move spaces to lock-detail
        read lock-file into lock-detail
            at end continue
        end-read
        close lock-file
        if lck-state = 'ACTIVE'
            move 'Y' to run-active-sw
        end-if
    end-if.

*> paragraph to hold the run lock for the function about to run, so
*> no primes3 or PRIMEUPD run can start under it
take-the-lock.
    perform take-mnt-stamp
    open output lock-file
    move 'ACTIVE' to lck-state
    move mnt-stamp to lck-stamp
    write lock-line from lock-detail
    close lock-file
    move 'Y' to lock-held-sw.

*> paragraph to hand the lock back - rewritten ENDED, not deleted,
*> the same as primes3 leaves it
release-the-lock.
    open output lock-file
    move 'ENDED' to lck-state
    write lock-line from lock-detail
    close lock-file
    move 'N' to lock-held-sw.

*> paragraph to turn a function away, out loud and on the log
refuse-choice.
    if run-active
        display 'Function ' mnt-choice ' refused - a run (started '
            lck-stamp ') is active and writing the master. Try '
            'again when it finishes.'
    else
    if operator-auditor
        display 'Function ' mnt-choice ' refused - an auditor may '
            'only inquire, report and verify (1, 4, 5).'
    else
        display 'Function ' mnt-choice ' refused - it is for '
            'supervisors only.'
    end-if
    end-if
    move function-name(mnt-choice) to mlg-function
    move 'REFUSED' to mlg-outcome
    move spaces to mlg-parms
    if run-active
        string 'RUN ACTIVE ' delimited by size
            lck-stamp delimited by size
            into mlg-parms
        end-string
    end-if
    move spaces to mlg-counts
    perform write-maint-log.

*> paragraph to append one line to the maintenance log - the caller
*> sets the function, outcome, parameters and counts
write-maint-log.
    accept mlg-date from date
    accept mlg-time from time
    move operator-id to mlg-operator
    open extend maint-file
    if maint-file-status is not equal to '00'
        open output maint-file
    end-if
    if maint-file-status = '00'
        write maint-line from maint-detail
        close maint-file
    else
        display 'WARNING: PRIMEMNT.LOG could not be opened (file '
            'status ' maint-file-status ') - this function is not '
            'logged.'
    end-if.

*> paragraph to answer a single-number inquiry straight off the file
        display 'ERROR: could not open "' backup-fname
            '" (file status ' backup-file-status ').'
    else
        *> the generation is closed off at the stamp, before the
        *> walk, so it holds nothing from after the backup's time.
        *> this session holds the run lock (authorize-choice took
        *> it), so nothing else changes the master while the walk
        *> runs and the backup and the new generation meet exactly
        perform take-mnt-stamp
        move mnt-stamp to bh-stamp
        write backup-line from backup-header
        perform start-new-generation
        perform start-at-front
        move 0 to scan-count
        perform unload-one-record
        display 'Unloaded ' scan-count ' records to ' backup-fname
    end-if.

*> paragraph to close the journal generation the backup being taken
*> covers: the journal is renamed off under the backup's stamp and
*> the pair logged, and the next master change starts a fresh one
start-new-generation.
    move spaces to gen-journal
    string 'JRN' delimited by size
        mnt-stamp delimited by size
        '.DAT' delimited by size
        into gen-journal
    end-string
    call "CBL_RENAME_FILE" using "PRIMEJRN.DAT" gen-journal
    if return-code is not equal to 0
        *> nothing journaled since the last unload
        move '(NONE)' to gen-journal
    end-if
    move 0 to return-code
    move mnt-stamp to gen-stamp
    move backup-fname to gen-backup
    move 'KEPT' to gen-status
    open extend generation-file
    if generation-file-status is not equal to '00'
        open output generation-file
    end-if
    write generation-line from generation-detail
    close generation-file
    display 'Journal generation ' mnt-stamp ' started - the old '
        'journal is ' gen-journal.

*> paragraph to stamp the moment, to the hundredth of a second - the
*> form the journal lines carry
take-mnt-stamp.
    accept mnt-date from date
    accept mnt-time from time
    move mnt-date to mnt-stamp(1:6)
    move mnt-time to mnt-stamp(7:8).

*> paragraph to copy the next master record out to the backup
unload-one-record.
    read master-file next
            *> unload, so the writes land without a single collision
            close master-file
            open output master-file
            perform open-journal
            move 1 to mnt-eof-switch
            move 0 to scan-count
            perform reload-one-record
                until mnt-eof-switch = 0
            perform close-journal
            close master-file
            open i-o master-file
            move function-name(3) to mlg-function
            move spaces to mlg-parms
            string 'FROM ' delimited by size
                backup-fname delimited by space
                into mlg-parms
            end-string
            move scan-count to print-count-a
            move spaces to mlg-counts
            string 'LOADED: ' delimited by size
                print-count-a delimited by size
                into mlg-counts
            end-string
            if master-file-status is not equal to '00'
                move 'FAILED' to mlg-outcome
                perform write-maint-log
                display 'ERROR: master would not reopen after the '
                    'reload (file status ' master-file-status ').'
                perform release-the-lock
                move 8 to return-code
                stop run
            end-if
            move 'DONE' to mlg-outcome
            perform write-maint-log
            display 'Reloaded ' scan-count ' records from '
                backup-fname
        else
    read backup-file into backup-detail
        at end move zero to mnt-eof-switch
        not at end
            if backup-line(1:1) is not equal to '*'
                move bkp-number to mst-number
                move bkp-verdict to mst-verdict
                move bkp-factor to mst-factor
                move bkp-factors to mst-factors
                write master-record
                    invalid key
                        display 'WARNING: duplicate key ' bkp-number
                            ' in the backup - first one kept.'
                    not invalid key
                        add 1 to scan-count
                        move 'L' to jrn-action
                        perform write-journal
                end-write
            end-if
    end-read.

*> paragraph to walk the whole file once and report what is on it:
            end-if
    end-read.

*> paragraph to settle work-num from first principles - primevrd
*> with the master turned off, so the answer is the sieve-free
*> square-root-cutoff trial division, never the stored verdict
recompute-verdict.
    move 'V' to vr-function
    move 'N' to vr-use-master
    move 'N' to vr-want-factors
    move work-num to vr-number
    move spaces to vr-value-text
    call "primevrd" using verdict-request
    *> nothing 1 or under belongs on the master at all - primevrd
    *> rejects it, and the 'E' flags a mismatch against whatever
    *> verdict is stored
    move vr-verdict to chk-verdict
    move vr-factor to chk-factor.

*> paragraph to purge every key above (or below) a stated bound -
*> how the file is kept from growing without limit; the operator
            perform start-at-front
            move 0 to count-purged
            move 0 to count-kept
            perform open-journal
            perform purge-one-record
                until mnt-eof-switch = 0
            perform close-journal
            move function-name(6) to mlg-function
            move 'DONE' to mlg-outcome
            move purge-bound to print-num
            move spaces to mlg-parms
            if purge-direction = 'A' or purge-direction = 'a'
                string 'ABOVE ' print-num delimited by size
                    into mlg-parms
                end-string
            else
                string 'BELOW ' print-num delimited by size
                    into mlg-parms
                end-string
            end-if
            move count-purged to print-count-a
            move count-kept to print-count-b
            move spaces to mlg-counts
            string 'DELETED: ' print-count-a ' KEPT: ' print-count-b
                delimited by size into mlg-counts
            end-string
            perform write-maint-log
            display 'PURGE COMPLETE'
            display ' RECORDS DELETED: ' count-purged
            display ' RECORDS KEPT:    ' count-kept
                and mst-number > purge-bound
                delete master-file record
                add 1 to count-purged
                move 'D' to jrn-action
                perform write-journal
            else
                if (purge-direction = 'B' or purge-direction = 'b')
                    and mst-number < purge-bound
                    delete master-file record
                    add 1 to count-purged
                    move 'D' to jrn-action
                    perform write-journal
                else
                    add 1 to count-kept
                end-if
                *> from the image just taken
                open output master-file
                open input backup-file
                perform open-journal
                move 1 to mnt-eof-switch
                move 0 to scan-count
                perform reload-one-record
                    until mnt-eof-switch = 0
                perform close-journal
                close backup-file
                close master-file
                open i-o master-file
                move function-name(7) to mlg-function
                move spaces to mlg-parms
                string 'IMAGE ' delimited by size
                    backup-fname delimited by space
                    into mlg-parms
                end-string
                move scan-count to print-count-a
                move spaces to mlg-counts
                string 'CONVERTED: ' delimited by size
                    print-count-a delimited by size
                    into mlg-counts
                end-string
                if master-file-status = '00'
                    move 'DONE' to mlg-outcome
                else
                    move 'FAILED' to mlg-outcome
                end-if
                perform write-maint-log
                if master-file-status = '00'
                    move 'Y' to master-usable-sw
                    display 'Converted ' scan-count ' records - the '
            add 1 to scan-count
    end-read.

*> paragraph to open the journal for a function that changes the
*> master - a journal that will not open is said out loud, and the
*> function goes ahead unjournaled rather than not at all
open-journal.
    move 'N' to journal-open-sw
    open extend journal-file
    if journal-file-status is not equal to '00'
        open output journal-file
    end-if
    if journal-file-status = '00'
        move 'Y' to journal-open-sw
    else
        display 'WARNING: PRIMEJRN.DAT could not be opened (file '
            'status ' journal-file-status ') - these changes are not '
            'journaled.'
    end-if.

*> paragraph to close the journal after a changing function
close-journal.
    if journal-open
        close journal-file
        move 'N' to journal-open-sw
    end-if.

*> paragraph to journal the record in the master record area as an
*> after-image - the caller sets jrn-action
write-journal.
    if journal-open
        accept jrn-date from date
        accept jrn-time from time
        move 'PRIMEMNT' to jrn-program
        move mst-number to jrn-number
        move mst-verdict to jrn-verdict
        move mst-factor to jrn-factor
        move mst-factors to jrn-factors
        write journal-line from journal-detail
    end-if.

*> paragraph to roll a restored master forward: every journal entry
*> stamped after the backup was taken, up to the stop point, is put
*> back on the master - the closed-off generations PRIMEJGEN.DAT
*> lists after the backup's stamp first, oldest first, then the
*> current PRIMEJRN.DAT. the master is expected to have just been
*> reloaded from that backup (function 3)
do-roll-forward.
    display 'Enter the backup filename the master was restored from: '
        no advancing
    accept backup-fname
    display ' '
    move spaces to roll-from-stamp
    open input backup-file
    if backup-file-status = '00'
        read backup-file
            at end continue
            not at end
                if backup-line(1:8) = bh-mark
                    move backup-line(9:14) to roll-from-stamp
                end-if
        end-read
        close backup-file
    else
        display 'NOTE: "' backup-fname '" could not be opened (file '
            'status ' backup-file-status ').'
    end-if
    if roll-from-stamp = spaces
        display 'The backup carries no stamp - enter when it was '
            'taken (yymmddhhmmss): ' no advancing
        move spaces to roll-entry-text
        accept roll-entry-text
        if roll-entry-text is numeric
            move roll-entry-text to roll-from-stamp(1:12)
            move '00' to roll-from-stamp(13:2)
        end-if
    end-if
    if roll-from-stamp = spaces
        display 'No starting point - roll-forward cancelled.'
    else
        display 'Roll forward up to (yymmddhhmmss, blank for '
            'everything journaled): ' no advancing
        move spaces to roll-entry-text
        accept roll-entry-text
        display ' '
        if roll-entry-text = spaces
            move all '9' to roll-to-stamp
        else
            if roll-entry-text is numeric
                move roll-entry-text to roll-to-stamp(1:12)
                move '99' to roll-to-stamp(13:2)
            else
                move spaces to roll-to-stamp
            end-if
        end-if
        if roll-to-stamp = spaces
            display 'Please give the stop point as yymmddhhmmss.'
        else
            display 'Replaying journal entries after ' roll-from-stamp
                ' up to ' roll-to-stamp '. Proceed (Y/N)? '
                no advancing
            accept confirm-answer
            display ' '
            if confirm-yes
                move 0 to count-applied
                move 0 to count-skipped
                move 0 to count-conflict
                move 'N' to roll-incomplete-sw
                move 1 to gen-eof-switch
                open input generation-file
                if generation-file-status = '00'
                    perform replay-one-generation
                        until gen-eof-switch = 0
                    close generation-file
                end-if
                move 'PRIMEJRN.DAT' to replay-fname
                perform replay-one-journal
                move function-name(8) to mlg-function
                if roll-incomplete
                    move 'PARTIAL' to mlg-outcome
                else
                    move 'DONE' to mlg-outcome
                end-if
                move spaces to mlg-parms
                string 'FROM ' delimited by size
                    backup-fname delimited by space
                    ' ' roll-from-stamp ' TO ' roll-to-stamp
                        delimited by size
                    into mlg-parms
                end-string
                move count-applied to print-count-a
                move count-skipped to print-count-b
                move count-conflict to print-count-c
                move spaces to mlg-counts
                string 'APPLIED: ' print-count-a ' SKIPPED: '
                    print-count-b ' CONFLICT: ' print-count-c
                    delimited by size into mlg-counts
                end-string
                perform write-maint-log
                display 'ROLL-FORWARD COMPLETE'
                display ' ENTRIES APPLIED:     ' count-applied
                display ' ENTRIES SKIPPED:     ' count-skipped
                display ' ENTRIES IN CONFLICT: ' count-conflict
                if roll-incomplete
                    display 'WARNING: a journal generation the '
                        'roll-forward needed has been retired - the '
                        'master is NOT complete to the stop point.'
                end-if
            else
                display 'Roll-forward cancelled - the master is '
                    'untouched.'
            end-if
        end-if
    end-if.

*> paragraph to take the next line of the generation log and replay
*> its journal when it was closed off after the backup was taken - a
*> generation closed at or before that point (the backup's own
*> included) holds nothing the backup does not already have
replay-one-generation.
    read generation-file into generation-detail
        at end move zero to gen-eof-switch
        not at end
            if gen-stamp > roll-from-stamp
                if gen-status = 'RETIRED'
                    display 'WARNING: journal ' gen-journal ' has been '
                        'retired - its changes cannot be replayed.'
                    move 'Y' to roll-incomplete-sw
                else
                    if gen-journal is not equal to '(NONE)'
                        move gen-journal to replay-fname
                        perform replay-one-journal
                    end-if
                end-if
            end-if
    end-read.

*> paragraph to replay one journal file from front to back
replay-one-journal.
    open input replay-file
    if replay-file-status = '00'
        display 'Replaying ' replay-fname
        move 1 to replay-eof-switch
        perform replay-one-entry
            until replay-eof-switch = 0
        close replay-file
    else
        if replay-file-status is not equal to '35'
            or replay-fname is not equal to 'PRIMEJRN.DAT'
            display 'WARNING: journal ' replay-fname ' could not be '
                'opened (file status ' replay-file-status ').'
            move 'Y' to roll-incomplete-sw
        end-if
    end-if.

*> paragraph to put one journal entry back on the master, when it
*> falls inside the window. an entry the master already agrees with
*> is skipped; an add for a key that holds something else, or a
*> rewrite for a key that is not there, is a conflict and is left
*> for someone to look at. a reload's entries are skipped - a
*> reload is a restore point of its own, and replaying one over
*> later deletes would bring the deleted keys back. the replay
*> itself is not journaled: the entries it applies are already there
replay-one-entry.
    read replay-file into journal-detail
        at end move zero to replay-eof-switch
        not at end
            if replay-line is not equal to spaces
                and replay-line(1:1) is not equal to '*'
                if jrn-stamp <= roll-from-stamp
                    or jrn-stamp > roll-to-stamp
                    or jrn-action = 'L'
                    add 1 to count-skipped
                else
                    move jrn-number to mst-number
                    read master-file
                        invalid key
                            perform replay-to-absent-key
                        not invalid key
                            perform replay-to-present-key
                    end-read
                end-if
            end-if
    end-read.

*> paragraph to replay an entry whose key is not on the master
replay-to-absent-key.
    if jrn-action = 'A'
        perform take-journal-image
        write master-record
            invalid key
                perform report-replay-conflict
            not invalid key
                add 1 to count-applied
        end-write
    else
        if jrn-action = 'D'
            add 1 to count-skipped
        else
            perform report-replay-conflict
        end-if
    end-if.

*> paragraph to replay an entry whose key is already on the master
replay-to-present-key.
    if jrn-action = 'D'
        delete master-file record
            invalid key
                perform report-replay-conflict
            not invalid key
                add 1 to count-applied
        end-delete
    else
        if mst-verdict = jrn-verdict
            and mst-factor = jrn-factor
            and mst-factors = jrn-factors
            add 1 to count-skipped
        else
            if jrn-action = 'R'
                perform take-journal-image
                rewrite master-record
                    invalid key
                        perform report-replay-conflict
                    not invalid key
                        add 1 to count-applied
                end-rewrite
            else
                perform report-replay-conflict
            end-if
        end-if
    end-if.

*> paragraph to lay the journal's after-image into the record area
take-journal-image.
    move jrn-number to mst-number
    move jrn-verdict to mst-verdict
    move jrn-factor to mst-factor
    move jrn-factors to mst-factors.

*> paragraph to report an entry the master could not take as it
*> stands
report-replay-conflict.
    add 1 to count-conflict
    move jrn-number to print-num
    display 'CONFLICT: ' jrn-action ' ' print-num ' from '
        jrn-program ' at ' jrn-stamp ' - not applied.'.

*> paragraph to position the sequential walk back at the front of
*> the file - every scan starts here so one function's walk never
*> inherits another's position

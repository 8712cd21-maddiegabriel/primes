*>         with a summary of everything it archived and deleted and
*>         a return code the scheduler can branch on (0 clean, 4 it
*>         found something to warn about, 8 it could not do its job).
*>         also retires the master's journal generations: a journal
*>         PRIMEJGEN.DAT says an unload closed off is deleted once the
*>         backup that unload took is known to exist, and its line is
*>         marked RETIRED so a roll-forward knows it is gone.
*>         refuses to run while PRIMELOCK.DAT says a run is ACTIVE -
*>         housekeeping under a live run would eat its work files.
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
select keep-file assign to "HSKTMP.DAT"
    organization is line sequential
    file status is keep-file-status.
*> PRIMEMNT's journal generation log, and the backup a generation
*> names - opened only to prove it is still there
select generation-file assign to "PRIMEJGEN.DAT"
    organization is line sequential
    file status is generation-file-status.
select cover-file assign to dynamic cover-fname
    organization is line sequential
    file status is cover-file-status.
select report-file assign to "PRIMEHSK.RPT"
    organization is line sequential.

fd audit-file.
    01 audit-line pic x(350).
fd checkpoint-file.
    01 checkpoint-line pic x(300).
fd lock-file.
    01 lock-line pic x(30).
fd archive-file.
*> wide enough for the widest record it carries - an audit line
fd keep-file.
    01 keep-line pic x(350).
fd generation-file.
    01 generation-line pic x(90).
fd cover-file.
    01 cover-line pic x(140).
fd report-file.
    01 report-line pic x(110).

77 lock-file-status pic xx value '00'.
77 archive-file-status pic xx value '00'.
77 keep-file-status pic xx value '00'.
77 generation-file-status pic xx value '00'.
77 cover-file-status pic xx value '00'.
77 cover-fname pic x(30) value spaces.
77 archive-fname pic x(30) value spaces.
77 hsk-eof-switch pic 9 value 1.
77 warning-found-sw pic x value 'N'.
77 ckpt-dropped pic s9(9) value 0 usage is computational.
77 scratch-deleted pic s9(9) value 0 usage is computational.
77 delete-result pic s9(9) value 0 usage is computational.
77 journals-retired pic s9(9) value 0 usage is computational.

*> the first columns of an audit line - just enough to read the date
*> the run was logged under
    02 ck-lines-on-page pic x(4).
    *> new fields join the record at the tail, as in primes3
    02 ck-layout pic x.
    02 ck-tx-fname pic x(30).
    02 filler pic x(32).

*> a journal generation line, mirroring PRIMEMNT's layout
01 generation-detail.
    02 gen-stamp pic x(14).
    02 filler pic x value space.
    02 gen-journal pic x(30).
    02 filler pic x value space.
    02 gen-backup pic x(30).
    02 filler pic x value space.
    02 gen-status pic x(7).

*> the lock record, read only to make sure no run is live
01 lock-detail.
01 rpt-scratch-line.
    02 filler pic x(24) value ' SCRATCH FILES DELETED: '.
    02 rpt-scratch-deleted pic z(8)9.
01 rpt-journal-line.
    02 filler pic x(19) value ' JOURNALS RETIRED: '.
    02 rpt-journals-retired pic z(8)9.

procedure division.
    introduction.
        end-if
        move 0 to return-code.

    *> one pass down the journal generation log: a closed-off
    *> journal whose backup is still on disk is covered by that
    *> backup, so it goes, and its line is marked RETIRED
    retire-journals.
        move 0 to journals-retired.
        open input generation-file.
        if generation-file-status is not equal to '00'
            if generation-file-status is not equal to '35'
                display 'NOTE: PRIMEJGEN.DAT could not be opened (file '
                    'status ' generation-file-status ') - no journals '
                    'retired.'
                move 'Y' to warning-found-sw
            end-if
        else
            open output keep-file
            move 1 to hsk-eof-switch
            perform retire-one-generation
                until hsk-eof-switch = 0
            close generation-file, keep-file
            call "CBL_RENAME_FILE" using "HSKTMP.DAT" "PRIMEJGEN.DAT"
            move 0 to return-code
        end-if.

    *> the summary - on the report, on the console, and in the
    *> return code for the scheduler
    write-summary.
        write report-line from rpt-ckpt-line after advancing 1 line.
        move scratch-deleted to rpt-scratch-deleted.
        write report-line from rpt-scratch-line after advancing 1 line.
        move journals-retired to rpt-journals-retired.
        write report-line from rpt-journal-line after advancing 1 line.
        close report-file.

        display rpt-retention-line.
        display rpt-archive-line.
        display rpt-ckpt-line.
        display rpt-scratch-line.
        display rpt-journal-line.
        display ' '.
        display 'Please see the full summary in PRIMEHSK.RPT'.
        display ' '.
        end-if
    end-if.

*> paragraph to retire the next generation's journal when the backup
*> that covers it can still be opened - a missing backup leaves the
*> journal alone (it is then the only record of those changes) and
*> is worth a warning
retire-one-generation.
    read generation-file into generation-detail
        at end move zero to hsk-eof-switch
    end-read
    if hsk-eof-switch is not equal to zero
        if gen-status is not equal to 'RETIRED'
            and gen-journal is not equal to '(NONE)'
            move gen-backup to cover-fname
            open input cover-file
            if cover-file-status = '00'
                close cover-file
                call "CBL_DELETE_FILE" using gen-journal
                if return-code = 0
                    move 'RETIRED' to gen-status
                    add 1 to journals-retired
                else
                    display 'WARNING: journal ' gen-journal ' could '
                        'not be deleted - left KEPT.'
                    move 'Y' to warning-found-sw
                end-if
                move 0 to return-code
            else
                display 'WARNING: backup ' gen-backup ' for journal '
                    gen-journal ' is missing - journal kept.'
                move 'Y' to warning-found-sw
            end-if
        end-if
        write keep-line from generation-detail
    end-if.

*> paragraph to turn a yymmdd date into a day serial within the
*> 2000-2099 window - exact enough to count days between two dates,
*> which is all the retention test needs

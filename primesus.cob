*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*> file:   primesus.cob
*> goal:   maintenance and aging for PRIMESREG.DAT, the suspense
*>         register primes3 enters every reject on. a reject goes on
*>         OPEN when it is suspensed and comes off CORRECTED when a
*>         later run processes the same item (or card) cleanly - this
*>         program covers the rest of its life: an inquiry on one
*>         entry, a list of everything an item has had suspensed, a
*>         write-off with a reason for the rejects data control has
*>         given up on, a load of a suspense file the runs themselves
*>         never registered (the slice runs'), and the aging report of
*>         open rejects - by age bucket (0-2, 3-7, 8-30, over 30 days),
*>         broken out by reject reason and by the HDR source system,
*>         with every reject over 30 days listed so it can be chased
*>         before month-end.
*>         a sliced night is loaded one slice suspense file at a time
*>         - SUSP.<base>01.DAT, SUSP.<base>02.DAT, ... - and never the
*>         merged <base>SUSP.DAT primemrg builds from them: the merged
*>         file repeats the slices' rejects under no one run, so
*>         loading it as well would put every reject on twice. a
*>         slice file's name carries no stamp, so the load asks for
*>         the stamp of the run that wrote it - the date and time on
*>         that run's PRIMEAUDIT.LOG line (the one naming the file as
*>         its SUSP:), run together - and the entries go under it. a
*>         stamp that already has entries on the register is refused:
*>         the file was loaded before, or (a stamped SUSP<stamp>.DAT)
*>         its own run registered it as it went.
*>         "AGING" on the command line runs the aging report alone,
*>         unattended, for the scheduler: RETURN-CODE 0 when nothing
*>         is over 30 days, 4 when something is, 8 when the register
*>         could not be opened.
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
program-id. primesus.

environment division.
input-output section.
file-control.
*> the register itself - same fixed name and record layout as
*> primes3's select
select register-file assign to "PRIMESREG.DAT"
    organization is indexed
    access mode is dynamic
    record key is sreg-key
    alternate record key is sreg-item-id with duplicates
    alternate record key is sreg-card with duplicates
    file status is register-file-status.
*> a suspense file to be entered on the register - asked for, since
*> it can be any run's (or a merge's)
select suspense-file assign to dynamic susp-fname
    organization is line sequential
    file status is suspense-file-status.
select report-file assign to "PRIMESUS.RPT"
    organization is line sequential.

data division.
file section.
fd register-file.
    01 register-record.
        02 sreg-key.
            03 sreg-stamp pic x(14).
            03 sreg-rec-num pic 9(9).
        02 sreg-status pic x.
            88 sreg-open value 'O'.
            88 sreg-corrected value 'C'.
            88 sreg-written-off value 'W'.
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
fd suspense-file.
    01 suspense-line pic x(110).
fd report-file.
    01 report-line pic x(132).

working-storage section.
77 register-file-status pic xx value '00'.
77 suspense-file-status pic xx value '00'.
77 susp-fname pic x(30) value spaces.
77 sus-choice pic 9 value 9.
77 sus-eof-switch pic 9 value 1.
77 confirm-answer pic x value 'N'.
    88 confirm-yes value 'Y' 'y'.
77 structured-answer pic x value 'N'.
    88 structured-yes value 'Y' 'y'.
77 command-text pic x(70) value spaces.
77 unattended-sw pic x value 'N'.
    88 unattended value 'Y'.

*> the entry being inquired on or written off, and the item listed
77 want-stamp pic x(14) value spaces.
77 want-rec-num pic 9(9) value 0.
77 want-item-id pic x(10) value spaces.
77 want-source pic x(10) value spaces.
77 writeoff-text pic x(40) value spaces.
77 print-rec-num pic z(8)9.
77 list-count pic s9(9) value 0 usage is computational.

*> loading a suspense file: the stamp its entries go under, and how
*> many went on (or were already there)
77 load-stamp pic x(14) value spaces.
77 load-line-num pic s9(9) value 0 usage is computational.
77 load-added pic s9(9) value 0 usage is computational.
77 load-already pic s9(9) value 0 usage is computational.
77 entered-stamp pic x(14) value spaces.
77 stamp-registered-sw pic x value 'N'.
    88 stamp-registered value 'Y'.

*> today, and the day-serial arithmetic the aging rides on - the
*> same yymmdd window primehsk's retention uses
77 today-date pic 9(6) value 0.
77 today-serial pic s9(9) value 0 usage is computational.
77 dts-date pic 9(6) value 0.
77 dts-serial pic s9(9) value 0 usage is computational.
77 dts-yy pic 9(2) value 0.
77 dts-mm pic 9(2) value 0.
77 dts-dd pic 9(2) value 0.
77 dts-leap-q pic s9(4) usage is computational.
77 dts-leap-r pic s9(4) usage is computational.
77 entry-age-days pic s9(9) value 0 usage is computational.
77 age-bucket pic s9(4) usage is computational.
77 count-over-30 pic s9(9) value 0 usage is computational.
77 count-open pic s9(9) value 0 usage is computational.

*> cumulative days before each month, non-leap - the leap day is
*> added on after february when the year calls for one
01 month-days-table.
    02 filler pic x(36) value '000031059090120151181212243273304334'.
01 month-days-red redefines month-days-table.
    02 month-cum pic 9(3) occurs 12 times.

*> the aging grid - one row per reject reason, one per source system
*> seen, and a total row; columns are the four age buckets and the
*> row total
77 reason-idx pic s9(4) usage is computational.
77 source-idx pic s9(4) usage is computational.
77 source-count pic s9(4) value 0 usage is computational.
77 source-max pic s9(4) value 50 usage is computational.
77 grid-idx pic s9(4) usage is computational.
01 reason-names-table.
    02 filler pic x(18) value '(NOT NUMERIC)'.
    02 filler pic x(18) value '(TOO LARGE)'.
    02 filler pic x(18) value '(ZERO OR NEGATIVE)'.
    02 filler pic x(18) value '(OTHER)'.
01 reason-names-red redefines reason-names-table.
    02 reason-name pic x(18) occurs 4 times.
01 reason-grid.
    02 reason-row occurs 4 times.
        03 reason-bucket pic s9(9) usage is computational
            occurs 5 times.
01 source-grid.
    02 source-row occurs 50 times.
        03 source-name pic x(10).
        03 source-bucket pic s9(9) usage is computational
            occurs 5 times.
01 total-row.
    02 total-bucket pic s9(9) usage is computational occurs 5 times.

*> one suspense record, mirroring primes3's suspense-detail
01 suspense-detail.
    02 susp-card pic x(80).
    02 filler pic x.
    02 susp-rec-num pic x(9).
    02 filler pic x.
    02 susp-reason pic x(18).
    02 filler pic x.

01 rpt-title-line.
    02 filler pic x(14) value spaces.
    02 filler pic x(41) value 'SUSPENSE REGISTER - AGING OF OPEN REJECTS'.
01 rpt-asof-line.
    02 filler pic x(21) value ' AS OF (YYMMDD):     '.
    02 rpt-asof pic 9(6).
01 rpt-under-line.
    02 filler pic x(90) value ' -----------------------------------------------------------------------------------------'.
01 rpt-section-line.
    02 filler pic x value space.
    02 rpt-section pic x(40).
01 rpt-grid-head.
    02 filler pic x(20) value spaces.
    02 filler pic x(10) value '   0-2 DY'.
    02 filler pic x(10) value '   3-7 DY'.
    02 filler pic x(10) value '  8-30 DY'.
    02 filler pic x(10) value '  OVER 30'.
    02 filler pic x(10) value '     TOTAL'.
01 rpt-grid-line.
    02 filler pic x value space.
    02 rg-name pic x(19).
    02 rg-bucket pic z(9)9 occurs 5 times.
01 rpt-old-head.
    02 filler pic x(40) value ' STAMP          RECORD    OPENED    AGE'.
    02 filler pic x(50) value ' SOURCE     ITEM       REASON             CARD'.
01 rpt-old-line.
    02 filler pic x value space.
    02 ro-stamp pic x(14).
    02 filler pic x value space.
    02 ro-rec-num pic z(8)9.
    02 filler pic x(2) value spaces.
    02 ro-opened pic x(6).
    02 filler pic x value space.
    02 ro-age pic z(5)9.
    02 filler pic x value space.
    02 ro-source pic x(10).
    02 filler pic x value space.
    02 ro-item pic x(10).
    02 filler pic x value space.
    02 ro-reason pic x(18).
    02 filler pic x value space.
    02 ro-card pic x(40).
01 rpt-summary-line.
    02 filler pic x(15) value ' OPEN REJECTS: '.
    02 rpt-open pic z(8)9.
    02 filler pic x(16) value ' OVER 30 DAYS: '.
    02 rpt-over-30 pic z(8)9.
01 rpt-none-line.
    02 filler pic x(40) value ' NO OPEN REJECTS ARE OVER 30 DAYS OLD'.

procedure division.
    introduction.
        display ' '.
        display '------------------------------------'.
        display '  SUSPENSE REGISTER MAINTENANCE'.
        display '  (works on PRIMESREG.DAT)'.
        display '------------------------------------'.
        display ' '.
        accept today-date from date.
        move today-date to dts-date.
        perform date-to-serial.
        move dts-serial to today-serial.

    *> the register is opened once, out loud - a brand-new system
    *> gets an empty one, anything else unclean stops the program
    open-the-register.
        open i-o register-file.
        if register-file-status = '35'
            display 'NOTE: PRIMESREG.DAT does not exist yet - '
                'creating an empty register.'
            display ' '
            open output register-file
            close register-file
            open i-o register-file
        end-if.
        if register-file-status is not equal to '00'
            display 'ERROR: PRIMESREG.DAT could not be opened '
                '(file status ' register-file-status ').'
            move 8 to return-code
            stop run
        end-if.

    *> "AGING" on the command line runs the report for the scheduler
    *> and stops; otherwise one function per trip around the menu
    menu-loop.
        accept command-text from command-line.
        if command-text(1:5) = 'AGING' or command-text(1:5) = 'aging'
            move 'Y' to unattended-sw
            perform do-aging-report
        else
            perform run-one-function
                until sus-choice = 0
        end-if.
        close register-file.
        if unattended
            if count-over-30 > 0
                move 4 to return-code
            else
                move 0 to return-code
            end-if
        else
            display ' '
            display 'Register closed - goodbye.'
            display ' '
            move 0 to return-code
        end-if.

stop run.

*> paragraph to put up the menu, take the choice and dispatch it
run-one-function.
    display ' '
    display 'TYPE 1 to inquire on one register entry'
    display 'TYPE 2 to list every entry for an item id'
    display 'TYPE 3 to write an open entry off'
    display 'TYPE 4 to enter a suspense file''s rejects on the register'
    display 'TYPE 5 to print the aging report of open rejects'
    display 'TYPE 0 to exit'
    display ' '
    display 'My Choice: ' no advancing
    accept sus-choice
    display ' '
    if sus-choice = 1
        perform do-inquiry
    else
        if sus-choice = 2
            perform do-list-item
        else
            if sus-choice = 3
                perform do-write-off
            else
                if sus-choice = 4
                    perform do-load-suspense
                else
                    if sus-choice = 5
                        perform do-aging-report
                    else
                        if sus-choice is not equal to 0
                            display 'Please choose 0 through 5.'
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.

*> paragraph to ask for one entry's key and read it - the stamp is
*> the one in the suspense file's name (SUSPyymmddhhmmsscc.DAT)
read-one-entry.
    display 'Enter the run stamp (14 digits): ' no advancing
    accept want-stamp
    display 'Enter the record number: ' no advancing
    accept want-rec-num
    display ' '
    move want-stamp to sreg-stamp
    move want-rec-num to sreg-rec-num
    read register-file
        invalid key
            move want-rec-num to print-rec-num
            display want-stamp ' ' print-rec-num
                ' IS NOT ON THE REGISTER'
            move '23' to register-file-status
    end-read.

*> paragraph to show one entry in full
do-inquiry.
    perform read-one-entry
    if register-file-status = '00'
        perform show-one-entry
    end-if.

*> paragraph to put the entry in the record area on the screen
show-one-entry.
    move sreg-rec-num to print-rec-num
    display ' ENTRY:     ' sreg-stamp ' ' print-rec-num
    if sreg-open
        display ' STATUS:    OPEN'
    else
        if sreg-corrected
            display ' STATUS:    CORRECTED ' sreg-closed-date
                ' BY RUN ' sreg-closed-by
        else
            display ' STATUS:    WRITTEN OFF ' sreg-closed-date
                ' - ' sreg-writeoff-reason
        end-if
    end-if
    display ' ITEM:      ' sreg-item-id
    display ' CARD:      ' sreg-card
    display ' REASON:    ' sreg-reason
    display ' SOURCE:    ' sreg-source '  FILE DATE: ' sreg-file-date
    display ' OPENED:    ' sreg-opened-date
    display ' INPUT:     ' sreg-in-fname
    display ' SUSPENSE:  ' sreg-susp-fname
    display ' '.

*> paragraph to list everything an item has ever had suspensed,
*> walking the item-id alternate key
do-list-item.
    display 'Enter the item id: ' no advancing
    accept want-item-id
    display ' '
    move 0 to list-count
    move want-item-id to sreg-item-id
    move 1 to sus-eof-switch
    start register-file key is equal to sreg-item-id
        invalid key move zero to sus-eof-switch
    end-start
    perform list-one-item-entry
        until sus-eof-switch = 0
    if list-count = 0
        display 'Item ' want-item-id ' has nothing on the register.'
    else
        display list-count ' entries for item ' want-item-id
    end-if.

*> paragraph to show the next entry while it is still this item's
list-one-item-entry.
    read register-file next
        at end move zero to sus-eof-switch
        not at end
            if sreg-item-id is not equal to want-item-id
                move zero to sus-eof-switch
            else
                add 1 to list-count
                perform show-one-entry
            end-if
    end-read.

*> paragraph to write one OPEN entry off - data control says why,
*> and confirms before anything changes
do-write-off.
    perform read-one-entry
    if register-file-status = '00'
        perform show-one-entry
        if not sreg-open
            display 'Only an OPEN entry can be written off.'
        else
            display 'Reason for the write-off: ' no advancing
            accept writeoff-text
            if writeoff-text = spaces
                display 'A write-off needs a reason - nothing changed.'
            else
                display 'Write this entry off (Y/N)? ' no advancing
                accept confirm-answer
                display ' '
                if confirm-yes
                    move 'W' to sreg-status
                    move today-date to sreg-closed-date
                    move 'PRIMESUS' to sreg-closed-by
                    move writeoff-text to sreg-writeoff-reason
                    rewrite register-record
                        invalid key
                            display 'ERROR: rewrite failed (file '
                                'status ' register-file-status ').'
                        not invalid key
                            display 'Entry written off.'
                    end-rewrite
                else
                    display 'Nothing changed.'
                end-if
            end-if
        end-if
    end-if.

*> paragraph to enter a suspense file's rejects on the register - for
*> the slice runs, which leave the register alone. the entries go
*> under the stamp of the run that wrote the file - off its name when
*> it is a stamped SUSP<stamp>.DAT, otherwise as the operator gives
*> it - keyed by line number. a file with no stamp to go under is
*> refused, and so is one whose stamp is on the register already:
*> its run registered it under record numbers, not line numbers, or
*> it was loaded before, and either way loading it again would put
*> every reject on twice
do-load-suspense.
    display 'Enter the suspense filename: ' no advancing
    accept susp-fname
    display 'Do its cards carry an item id in columns 1-10 (Y/N)? '
        no advancing
    accept structured-answer
    display 'Source system for these rejects (blank if unknown): '
        no advancing
    accept want-source
    display ' '
    open input suspense-file
    if suspense-file-status is not equal to '00'
        display 'ERROR: could not open "' susp-fname
            '" (file status ' suspense-file-status ').'
    else
        if susp-fname(1:4) = 'SUSP' and susp-fname(5:14) is numeric
            move susp-fname(5:14) to load-stamp
        else
            display 'The name carries no run stamp. Enter the stamp '
                'of the run that wrote it'
            display '(date and time on its PRIMEAUDIT.LOG line, run '
                'together - 14 digits): ' no advancing
            move spaces to entered-stamp
            accept entered-stamp
            display ' '
            move entered-stamp to load-stamp
        end-if
        if load-stamp is not numeric
            display 'ERROR: "' load-stamp '" is not a 14-digit run '
                'stamp - nothing loaded.'
            close suspense-file
        else
            perform check-stamp-registered
            if stamp-registered
                display 'ERROR: "' susp-fname '" is already on the '
                    'register under ' load-stamp ' - nothing loaded.'
                close suspense-file
            else
                move 0 to load-line-num
                move 0 to load-added
                move 0 to load-already
                move 1 to sus-eof-switch
                perform load-one-suspense-line
                    until sus-eof-switch = 0
                close suspense-file
                display 'Entered ' load-added ' rejects OPEN under '
                    'stamp ' load-stamp '; ' load-already ' were '
                    'already on the register.'
            end-if
        end-if
    end-if.

*> paragraph to find out whether the register holds anything under
*> the load stamp - the first entry at or after it says
check-stamp-registered.
    move 'N' to stamp-registered-sw
    move load-stamp to sreg-stamp
    move 0 to sreg-rec-num
    start register-file key is not less than sreg-key
        invalid key continue
        not invalid key
            read register-file next
                at end continue
                not at end
                    if sreg-stamp = load-stamp
                        move 'Y' to stamp-registered-sw
                    end-if
            end-read
    end-start.

*> paragraph to put the next suspense record on the register
load-one-suspense-line.
    read suspense-file into suspense-detail
        at end move zero to sus-eof-switch
        not at end
            add 1 to load-line-num
            move spaces to register-record
            move load-stamp to sreg-stamp
            move load-line-num to sreg-rec-num
            move 'O' to sreg-status
            if structured-yes
                move susp-card(1:10) to sreg-item-id
            end-if
            move susp-card to sreg-card
            move susp-reason to sreg-reason
            move want-source to sreg-source
            move today-date to sreg-opened-date
            move susp-fname to sreg-susp-fname
            write register-record
                invalid key add 1 to load-already
                not invalid key add 1 to load-added
            end-write
    end-read.

*> paragraph to age every OPEN entry into the grid, then print the
*> grid by reason and by source, and list the ones over 30 days
do-aging-report.
    initialize reason-grid, source-grid, total-row
    move 0 to source-count
    move 0 to count-open
    move 0 to count-over-30
    open output report-file
    write report-line from rpt-title-line after advancing 0 lines
    move today-date to rpt-asof
    write report-line from rpt-asof-line after advancing 1 line
    write report-line from rpt-under-line after advancing 1 line

    *> first pass: the grid
    perform start-at-front
    perform age-one-entry
        until sus-eof-switch = 0

    move 'BY REJECT REASON' to rpt-section
    write report-line from rpt-section-line after advancing 2 lines
    write report-line from rpt-grid-head after advancing 1 line
    perform varying reason-idx from 1 by 1 until reason-idx > 4
        move reason-name(reason-idx) to rg-name
        perform varying grid-idx from 1 by 1 until grid-idx > 5
            move reason-bucket(reason-idx, grid-idx)
                to rg-bucket(grid-idx)
        end-perform
        write report-line from rpt-grid-line after advancing 1 line
    end-perform
    perform write-total-row

    move 'BY SOURCE SYSTEM' to rpt-section
    write report-line from rpt-section-line after advancing 2 lines
    write report-line from rpt-grid-head after advancing 1 line
    perform varying source-idx from 1 by 1
        until source-idx > source-count
        move source-name(source-idx) to rg-name
        perform varying grid-idx from 1 by 1 until grid-idx > 5
            move source-bucket(source-idx, grid-idx)
                to rg-bucket(grid-idx)
        end-perform
        write report-line from rpt-grid-line after advancing 1 line
    end-perform
    perform write-total-row

    *> second pass: the old ones, to be chased before month-end
    move 'OPEN REJECTS OVER 30 DAYS OLD' to rpt-section
    write report-line from rpt-section-line after advancing 2 lines
    if count-over-30 = 0
        write report-line from rpt-none-line after advancing 1 line
    else
        write report-line from rpt-old-head after advancing 1 line
        perform start-at-front
        perform list-one-old-entry
            until sus-eof-switch = 0
    end-if

    write report-line from rpt-under-line after advancing 1 line
    move count-open to rpt-open
    move count-over-30 to rpt-over-30
    write report-line from rpt-summary-line after advancing 1 line
    close report-file
    display rpt-summary-line
    display ' '
    display 'Please see the aging report in PRIMESUS.RPT'
    display ' '.

*> paragraph to print the grid's total row under a section
write-total-row.
    move ' TOTAL' to rg-name
    perform varying grid-idx from 1 by 1 until grid-idx > 5
        move total-bucket(grid-idx) to rg-bucket(grid-idx)
    end-perform
    write report-line from rpt-grid-line after advancing 1 line.

*> paragraph to position the register before its first entry, in
*> primary key order
start-at-front.
    move 1 to sus-eof-switch
    move low-values to sreg-key
    start register-file key is not less than sreg-key
        invalid key move zero to sus-eof-switch
    end-start.

*> paragraph to work out how old an entry is, in days, and which of
*> the four buckets that puts it in
age-the-entry.
    move 0 to entry-age-days
    if sreg-opened-date is numeric
        move sreg-opened-date to dts-date
        perform date-to-serial
        compute entry-age-days = today-serial - dts-serial
    end-if
    if entry-age-days <= 2
        move 1 to age-bucket
    else
        if entry-age-days <= 7
            move 2 to age-bucket
        else
            if entry-age-days <= 30
                move 3 to age-bucket
            else
                move 4 to age-bucket
            end-if
        end-if
    end-if.

*> paragraph to fold the next OPEN entry into the grid
age-one-entry.
    read register-file next
        at end move zero to sus-eof-switch
        not at end
            if sreg-open
                add 1 to count-open
                perform age-the-entry
                if age-bucket = 4
                    add 1 to count-over-30
                end-if
                move 4 to reason-idx
                perform varying grid-idx from 1 by 1 until grid-idx > 3
                    if sreg-reason = reason-name(grid-idx)
                        move grid-idx to reason-idx
                    end-if
                end-perform
                add 1 to reason-bucket(reason-idx, age-bucket)
                add 1 to reason-bucket(reason-idx, 5)
                perform find-source-row
                add 1 to source-bucket(source-idx, age-bucket)
                add 1 to source-bucket(source-idx, 5)
                add 1 to total-bucket(age-bucket)
                add 1 to total-bucket(5)
            end-if
    end-read.

*> paragraph to find (or add) the grid row for this entry's source -
*> an old-style feed with no HDR ages as (NONE), and the table's last
*> row is kept back for (OTHERS), which every source past the rest
*> of the table shares
find-source-row.
    if sreg-source = spaces
        move '(NONE)' to want-source
    else
        move sreg-source to want-source
    end-if
    move 0 to grid-idx
    perform varying source-idx from 1 by 1
        until source-idx > source-count or grid-idx > 0
        if source-name(source-idx) = want-source
            move source-idx to grid-idx
        end-if
    end-perform
    if grid-idx = 0
        if source-count < source-max - 1
            add 1 to source-count
            move want-source to source-name(source-count)
            move source-count to grid-idx
        else
            if source-count < source-max
                move source-max to source-count
                move '(OTHERS)' to source-name(source-max)
            end-if
            move source-max to grid-idx
        end-if
    end-if
    move grid-idx to source-idx.

*> paragraph to list the next entry if it is OPEN and over 30 days
list-one-old-entry.
    read register-file next
        at end move zero to sus-eof-switch
        not at end
            if sreg-open
                perform age-the-entry
                if age-bucket = 4
                    move sreg-stamp to ro-stamp
                    move sreg-rec-num to ro-rec-num
                    move sreg-opened-date to ro-opened
                    move entry-age-days to ro-age
                    move sreg-source to ro-source
                    move sreg-item-id to ro-item
                    move sreg-reason to ro-reason
                    move sreg-card to ro-card
                    write report-line from rpt-old-line
                        after advancing 1 line
                end-if
            end-if
    end-read.

*> paragraph to turn a yymmdd date into a day serial within the
*> 2000-2099 window - exact enough to count days between two dates,
*> which is all the aging needs
date-to-serial.
    move dts-date(1:2) to dts-yy
    move dts-date(3:2) to dts-mm
    move dts-date(5:2) to dts-dd
    if dts-mm < 1 or dts-mm > 12
        move 1 to dts-mm
    end-if
    compute dts-serial = dts-yy * 365 + month-cum(dts-mm) + dts-dd
    *> one day for every leap year fully past ((yy+3)/4 counts 00,
    *> 04, ... up to but not including yy itself), and one more once
    *> this year's own leap day (if any) is behind the date
    compute dts-leap-q = (dts-yy + 3) / 4
    add dts-leap-q to dts-serial
    divide dts-yy by 4 giving dts-leap-q remainder dts-leap-r
    if dts-leap-r = 0 and dts-mm > 2
        add 1 to dts-serial
    end-if.

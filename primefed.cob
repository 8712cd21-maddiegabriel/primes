*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*> file:   primefed.cob
*> goal:   end-of-window feed check. matches the feed schedule in
*>         PRIMEFEED.DAT against the files that actually came through
*>         on the day, as logged on PRIMEFEED.LOG by primes3 (and by
*>         primespl for a file split for concurrent slices), and lists
*>         every feed that never arrived, arrived late, arrived twice
*>         (the same source and file date processed again, that day or
*>         any earlier one), or came in outside its record-count band -
*>         plus any feed that turned up with nothing on the schedule
*>         for it. a sender that silently doesn't deliver stops
*>         looking like a quiet night.
*>
*>         the schedule is one card per source system, '*' in column 1
*>         for a comment card:
*>             columns  1-10  source system, as on the HDR record
*>             columns 12-18  due days, Mon thru Sun, Y or N each
*>             columns 20-23  latest acceptable arrival, hhmm
*>             columns 25-33  minimum record count
*>             columns 35-43  maximum record count (0 for no limit)
*>
*>         the day to check is yymmdd on the command line - today when
*>         it is left off. report on PRIMEFEED.RPT; RETURN-CODE 8 when
*>         a feed is missing, 4 for any other exception, 0 clean (and
*>         8 when the schedule itself can't be read).
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
program-id. primefed.

environment division.
input-output section.
file-control.
*> fixed, program-owned files, same convention as primes3 itself
select schedule-file assign to "PRIMEFEED.DAT"
    organization is line sequential
    file status is schedule-file-status.
select feed-file assign to "PRIMEFEED.LOG"
    organization is line sequential
    file status is feed-file-status.
select report-file assign to "PRIMEFEED.RPT"
    organization is line sequential.

data division.
file section.
fd schedule-file.
    01 schedule-line pic x(80).
fd feed-file.
    01 feed-line pic x(110).
fd report-file.
    01 report-line pic x(132).

working-storage section.
77 schedule-file-status pic xx value '00'.
77 feed-file-status pic xx value '00'.
77 fed-eof-switch pic 9 value 1.
77 command-text pic x(70) value spaces.

*> the day being checked, and its day of the week (1 Mon .. 7 Sun)
77 check-date pic 9(6) value 0.
77 check-dow pic s9(4) value 0 usage is computational.
77 dow-work pic s9(9) usage is computational.
77 dow-quot pic s9(9) usage is computational.
77 dts-date pic 9(6) value 0.
77 dts-serial pic s9(9) value 0 usage is computational.
77 dts-yy pic 9(2) value 0.
77 dts-mm pic 9(2) value 0.
77 dts-dd pic 9(2) value 0.
77 dts-leap-q pic s9(4) usage is computational.
77 dts-leap-r pic s9(4) usage is computational.

*> zero-suppressed counts on the cards, read back a digit at a time
77 text-field pic x(9) value spaces.
77 text-pos pic s9(4) usage is computational.
77 text-digit pic 9 value 0.
77 text-num pic s9(9) value 0 usage is computational.

*> the schedule, as loaded
77 sched-count pic s9(4) value 0 usage is computational.
77 sched-max pic s9(4) value 100 usage is computational.
77 sched-idx pic s9(4) usage is computational.
01 schedule-table.
    02 schedule-entry occurs 100 times.
        03 sc-source pic x(10).
        03 sc-days pic x(7).
        03 sc-latest pic x(4).
        03 sc-min pic s9(9) usage is computational.
        03 sc-max pic s9(9) usage is computational.
        03 sc-due-sw pic x.
        03 sc-seen-sw pic x.

*> the day's arrivals, as loaded off the feed log
77 arr-count pic s9(4) value 0 usage is computational.
77 arr-max pic s9(4) value 500 usage is computational.
77 arr-idx pic s9(4) usage is computational.
77 arr-overflow-sw pic x value 'N'.
    88 arr-overflow value 'Y'.
01 arrival-table.
    02 arrival-entry occurs 500 times.
        03 ar-source pic x(10).
        03 ar-file-date pic x(8).
        03 ar-time pic x(4).
        03 ar-count pic s9(9) usage is computational.
        03 ar-in-fname pic x(30).
        03 ar-program pic x(8).
        03 ar-times-seen pic s9(4) usage is computational.
        03 ar-sched-idx pic s9(4) usage is computational.

*> one feed log line, mirroring primes3's feed-detail
01 feed-rec.
    02 fr-run-date pic x(6).
    02 filler pic x.
    02 fr-run-time pic x(8).
    02 filler pic x.
    02 fr-source pic x(10).
    02 filler pic x.
    02 fr-file-date pic x(8).
    02 filler pic x.
    02 fr-count pic x(9).
    02 filler pic x.
    02 fr-status pic x(4).
    02 filler pic x.
    02 fr-in-fname pic x(30).
    02 filler pic x.
    02 fr-stamp pic x(14).
    02 filler pic x.
    02 fr-program pic x(8).
    02 filler pic x(5).

*> one schedule card
01 sched-rec.
    02 sr-source pic x(10).
    02 filler pic x.
    02 sr-days pic x(7).
    02 filler pic x.
    02 sr-latest pic x(4).
    02 filler pic x.
    02 sr-min pic x(9).
    02 filler pic x.
    02 sr-max pic x(9).
    02 filler pic x(37).

*> the exception tallies for the summary and the return code
77 count-due pic s9(9) value 0 usage is computational.
77 count-ok pic s9(9) value 0 usage is computational.
77 count-missing pic s9(9) value 0 usage is computational.
77 count-late pic s9(9) value 0 usage is computational.
77 count-duplicate pic s9(9) value 0 usage is computational.
77 count-band pic s9(9) value 0 usage is computational.
77 count-unexpected pic s9(9) value 0 usage is computational.
77 arrival-clean-sw pic x value 'Y'.
    88 arrival-clean value 'Y'.

01 day-names-table.
    02 filler pic x(21) value 'MONTUEWEDTHUFRISATSUN'.
01 day-names-red redefines day-names-table.
    02 day-name pic x(3) occurs 7 times.

*> cumulative days before each month, non-leap - the leap day is
*> added on after february when the year calls for one
01 month-days-table.
    02 filler pic x(36) value '000031059090120151181212243273304334'.
01 month-days-red redefines month-days-table.
    02 month-cum pic 9(3) occurs 12 times.

01 rpt-title-line.
    02 filler pic x(14) value spaces.
    02 filler pic x(40) value 'EXPECTED-FEED CHECK FOR THE BATCH WINDOW'.
01 rpt-date-line.
    02 filler pic x(18) value ' DAY CHECKED:     '.
    02 rpt-check-date pic 9(6).
    02 filler pic x value space.
    02 rpt-day-name pic x(3).
01 rpt-under-line.
    02 filler pic x(100) value ' ---------------------------------------------------------------------------------------------------'.
01 rpt-head-line.
    02 filler pic x(50) value ' SOURCE     DUE  LATEST  MIN/MAX COUNT        EXCE'.
    02 filler pic x(50) value 'PTION       ARRIVED FILE DATE      COUNT  FILE'.
01 rpt-detail-line.
    02 filler pic x value space.
    02 rl-source pic x(10).
    02 filler pic x value space.
    02 rl-due pic x(3).
    02 filler pic x(2) value spaces.
    02 rl-latest pic x(4).
    02 filler pic x(2) value spaces.
    02 rl-min pic z(8)9.
    02 filler pic x value '/'.
    02 rl-max pic z(8)9.
    02 filler pic x(2) value spaces.
    02 rl-exception pic x(17).
    02 filler pic x value space.
    02 rl-arrived pic x(5).
    02 filler pic x(2) value spaces.
    02 rl-file-date pic x(8).
    02 filler pic x value space.
    02 rl-count pic z(8)9.
    02 filler pic x(2) value spaces.
    02 rl-in-fname pic x(30).
01 rpt-summary-1.
    02 filler pic x(14) value ' FEEDS DUE:   '.
    02 rpt-due pic z(5)9.
    02 filler pic x(7) value '   OK: '.
    02 rpt-ok pic z(5)9.
    02 filler pic x(12) value '   MISSING: '.
    02 rpt-missing pic z(5)9.
    02 filler pic x(9) value '   LATE: '.
    02 rpt-late pic z(5)9.
01 rpt-summary-2.
    02 filler pic x(14) value ' DUPLICATES:  '.
    02 rpt-duplicate pic z(5)9.
    02 filler pic x(19) value '   OUTSIDE BAND:   '.
    02 rpt-band pic z(5)9.
    02 filler pic x(15) value '   UNEXPECTED: '.
    02 rpt-unexpected pic z(5)9.
01 rpt-overflow-line.
    02 filler pic x(60) value ' *** MORE THAN 500 ARRIVALS ON THE DAY - THE REST UNCHECKED'.
01 rpt-verdict-line.
    02 filler pic x(12) value ' RESULT: '.
    02 rpt-result pic x(40).

procedure division.
    introduction.
        display ' '.
        display '------------------------------------'.
        display '  EXPECTED-FEED CHECK'.
        display '  (PRIMEFEED.DAT / PRIMEFEED.LOG)'.
        display '------------------------------------'.
        display ' '.

    *> the day off the command line, so the scheduler can check last
    *> night's window after midnight - today when it is left off
    get-check-date.
        accept command-text from command-line.
        if command-text(1:6) is numeric
            move command-text(1:6) to check-date
        else
            accept check-date from date
        end-if.
        move check-date to dts-date.
        perform date-to-serial.
        *> day serial 1 is 1 january 2000, a saturday - so monday
        *> comes round on serials 3, 10, 17, ...
        compute dow-work = dts-serial + 4.
        divide dow-work by 7 giving dow-quot
            remainder check-dow.
        add 1 to check-dow.

    *> the schedule has to be there - with no schedule there is
    *> nothing to check against, and that is not a clean night
    load-the-schedule.
        open input schedule-file.
        if schedule-file-status is not equal to '00'
            display 'ERROR: PRIMEFEED.DAT could not be opened (file '
                'status ' schedule-file-status ') - no feed schedule '
                'to check against.'
            move 8 to return-code
            stop run
        end-if.
        move 0 to sched-count.
        move 1 to fed-eof-switch.
        perform load-one-schedule-card
            until fed-eof-switch = 0.
        close schedule-file.

    *> two passes down the feed log: the day's arrivals first, then
    *> the whole log again counting each arrival's source and file
    *> date, so a repeat from any earlier night shows up
    load-the-arrivals.
        move 0 to arr-count.
        open input feed-file.
        if feed-file-status = '00'
            move 1 to fed-eof-switch
            perform load-one-arrival
                until fed-eof-switch = 0
            close feed-file
            open input feed-file
            move 1 to fed-eof-switch
            perform count-one-repeat
                until fed-eof-switch = 0
            close feed-file
        else
            display 'NOTE: PRIMEFEED.LOG could not be opened (file '
                'status ' feed-file-status ') - nothing arrived.'
        end-if.

    *> the report: every scheduled source, due today or not when it
    *> sent something, then whatever arrived unscheduled
    check-the-feeds.
        open output report-file.
        write report-line from rpt-title-line after advancing 0 lines.
        move check-date to rpt-check-date.
        move day-name(check-dow) to rpt-day-name.
        write report-line from rpt-date-line after advancing 1 line.
        write report-line from rpt-under-line after advancing 1 line.
        write report-line from rpt-head-line after advancing 1 line.
        write report-line from rpt-under-line after advancing 1 line.
        perform check-one-source
            varying sched-idx from 1 by 1
            until sched-idx > sched-count.
        perform check-one-unscheduled
            varying arr-idx from 1 by 1
            until arr-idx > arr-count.
        if arr-overflow
            write report-line from rpt-overflow-line
                after advancing 1 line
        end-if.

        write report-line from rpt-under-line after advancing 1 line.
        move count-due to rpt-due.
        move count-ok to rpt-ok.
        move count-missing to rpt-missing.
        move count-late to rpt-late.
        write report-line from rpt-summary-1 after advancing 1 line.
        move count-duplicate to rpt-duplicate.
        move count-band to rpt-band.
        move count-unexpected to rpt-unexpected.
        write report-line from rpt-summary-2 after advancing 1 line.
        if count-missing > 0
            move '*** FEEDS MISSING ***' to rpt-result
            move 8 to return-code
        else
            if count-late > 0 or count-duplicate > 0 or count-band > 0
                or count-unexpected > 0 or arr-overflow
                move '*** FEED EXCEPTIONS - SEE ABOVE ***'
                    to rpt-result
                move 4 to return-code
            else
                move 'ALL FEEDS IN' to rpt-result
                move 0 to return-code
            end-if
        end-if.
        write report-line from rpt-verdict-line after advancing 1 line.
        close report-file.

        display rpt-summary-1.
        display rpt-summary-2.
        display rpt-verdict-line.
        display ' '.
        display 'Please see the full feed check in PRIMEFEED.RPT'.
        display ' '.

stop run.

*> paragraph to take the next schedule card into the table - blank
*> and '*' comment cards are passed over
load-one-schedule-card.
    read schedule-file into sched-rec
        at end move zero to fed-eof-switch
        not at end
            if sched-rec not = spaces and sr-source(1:1) not = '*'
                if sched-count >= sched-max
                    display 'WARNING: more than ' sched-max
                        ' schedule cards - ' sr-source ' ignored.'
                else
                    add 1 to sched-count
                    move sr-source to sc-source(sched-count)
                    move sr-days to sc-days(sched-count)
                    move sr-latest to sc-latest(sched-count)
                    move sr-min to text-field
                    perform text-to-num
                    move text-num to sc-min(sched-count)
                    move sr-max to text-field
                    perform text-to-num
                    move text-num to sc-max(sched-count)
                    move 'N' to sc-seen-sw(sched-count)
                    if sr-days(check-dow:1) = 'Y'
                        or sr-days(check-dow:1) = 'y'
                        move 'Y' to sc-due-sw(sched-count)
                    else
                        move 'N' to sc-due-sw(sched-count)
                    end-if
                end-if
            end-if
    end-read.

*> paragraph to take the next feed log line into the arrivals table
*> when it was logged on the day being checked
load-one-arrival.
    read feed-file into feed-rec
        at end move zero to fed-eof-switch
        not at end
            if fr-run-date = check-date
                if arr-count >= arr-max
                    move 'Y' to arr-overflow-sw
                else
                    add 1 to arr-count
                    move fr-source to ar-source(arr-count)
                    move fr-file-date to ar-file-date(arr-count)
                    move fr-run-time(1:4) to ar-time(arr-count)
                    move fr-count to text-field
                    perform text-to-num
                    move text-num to ar-count(arr-count)
                    move fr-in-fname to ar-in-fname(arr-count)
                    move fr-program to ar-program(arr-count)
                    move 0 to ar-times-seen(arr-count)
                    move 0 to ar-sched-idx(arr-count)
                end-if
            end-if
    end-read.

*> paragraph to count, for every arrival on the day, each log line
*> anywhere with its source and file date - more than one is a file
*> processed twice
count-one-repeat.
    read feed-file into feed-rec
        at end move zero to fed-eof-switch
        not at end
            perform varying arr-idx from 1 by 1
                until arr-idx > arr-count
                if fr-source = ar-source(arr-idx)
                    and fr-file-date = ar-file-date(arr-idx)
                    add 1 to ar-times-seen(arr-idx)
                end-if
            end-perform
    end-read.

*> paragraph to judge one scheduled source: every arrival it sent on
*> the day gets a line of its own; due with no arrival is MISSING,
*> not due with none is simply not listed
check-one-source.
    initialize rpt-detail-line
    move sc-source(sched-idx) to rl-source
    if sc-due-sw(sched-idx) = 'Y'
        move 'YES' to rl-due
        add 1 to count-due
    else
        move 'NO' to rl-due
    end-if
    move sc-latest(sched-idx) to rl-latest
    move sc-min(sched-idx) to rl-min
    move sc-max(sched-idx) to rl-max
    perform varying arr-idx from 1 by 1 until arr-idx > arr-count
        if ar-source(arr-idx) = sc-source(sched-idx)
            move sched-idx to ar-sched-idx(arr-idx)
            move 'Y' to sc-seen-sw(sched-idx)
            perform judge-one-arrival
        end-if
    end-perform
    if sc-seen-sw(sched-idx) = 'N' and sc-due-sw(sched-idx) = 'Y'
        add 1 to count-missing
        move 'MISSING' to rl-exception
        move 'NONE' to rl-arrived
        write report-line from rpt-detail-line after advancing 1 line
    end-if.

*> paragraph to put one of a scheduled source's arrivals through the
*> checks and write its line - one line per exception it hit, or a
*> single OK line
judge-one-arrival.
    move 'Y' to arrival-clean-sw
    move ar-time(arr-idx) to rl-arrived
    move ar-file-date(arr-idx) to rl-file-date
    move ar-count(arr-idx) to rl-count
    move ar-in-fname(arr-idx) to rl-in-fname
    if sc-due-sw(sched-idx) = 'N'
        add 1 to count-unexpected
        move 'NOT DUE TODAY' to rl-exception
        move 'N' to arrival-clean-sw
        write report-line from rpt-detail-line after advancing 1 line
    end-if
    if sc-latest(sched-idx) is numeric
        and ar-time(arr-idx) > sc-latest(sched-idx)
        add 1 to count-late
        move 'LATE' to rl-exception
        move 'N' to arrival-clean-sw
        write report-line from rpt-detail-line after advancing 1 line
    end-if
    if ar-times-seen(arr-idx) > 1
        add 1 to count-duplicate
        move 'ARRIVED TWICE' to rl-exception
        move 'N' to arrival-clean-sw
        write report-line from rpt-detail-line after advancing 1 line
    end-if
    if ar-count(arr-idx) < sc-min(sched-idx)
        or (sc-max(sched-idx) > 0
            and ar-count(arr-idx) > sc-max(sched-idx))
        add 1 to count-band
        move 'COUNT OUT OF BAND' to rl-exception
        move 'N' to arrival-clean-sw
        write report-line from rpt-detail-line after advancing 1 line
    end-if
    if arrival-clean
        add 1 to count-ok
        move 'OK' to rl-exception
        write report-line from rpt-detail-line after advancing 1 line
    end-if.

*> paragraph to list an arrival from a source with no schedule card
*> at all - a new sender nobody told us about, or a mistyped HDR
check-one-unscheduled.
    if ar-sched-idx(arr-idx) = 0
        initialize rpt-detail-line
        move ar-source(arr-idx) to rl-source
        move 'NO SCHEDULE' to rl-exception
        move ar-time(arr-idx) to rl-arrived
        move ar-file-date(arr-idx) to rl-file-date
        move ar-count(arr-idx) to rl-count
        move ar-in-fname(arr-idx) to rl-in-fname
        add 1 to count-unexpected
        write report-line from rpt-detail-line after advancing 1 line
        if ar-times-seen(arr-idx) > 1
            add 1 to count-duplicate
            move 'ARRIVED TWICE' to rl-exception
            write report-line from rpt-detail-line
                after advancing 1 line
        end-if
    end-if.

*> paragraph to read a zero-suppressed (or zero-filled) count off a
*> card back into a number - anything not a digit is passed over
text-to-num.
    move 0 to text-num
    perform varying text-pos from 1 by 1 until text-pos > 9
        if text-field(text-pos:1) is numeric
            move text-field(text-pos:1) to text-digit
            compute text-num = text-num * 10 + text-digit
        end-if
    end-perform.

*> paragraph to turn a yymmdd date into a day serial within the
*> 2000-2099 window - the same arithmetic primehsk's retention uses,
*> exact enough to tell the day of the week
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

*>         footers add back up to them.
*>
*>         slices are named <base>01.DAT, <base>02.DAT, ... and the
*>         control file <base>CTL.DAT. each slice gets its parameter
*>         card file written alongside it, <base>01.PRM, ...:
*>             CHOICE=2
*>             INFILE=<base>01.DAT
*>             OUTFILE=<base>01.RPT
*>             SLICE=Y
*>             CSVFILE=<base>01.CSV
*>             SOURCE=<the HDR's source system>
*>             OPERATOR=<the operator the slices run under>
*>             STRUCTURED=<Y for part cards, N for bare numbers>
*>             FACTORS=<Y to print full factorizations, else N>
*>         SOURCE= is written only when the input had an HDR - it is
*>         how a slice's volume still bills to the sending department.
*>         OPERATOR= is always written: the operator id (fourth
*>         command-line word, or asked for) is required, since
*>         primes3 signs every run on and a slice has no terminal to
*>         ask at - no id, no slices. the same goes for the record
*>         layout (fifth word, Y or N): a batch primes3 run never asks
*>         it, and a part-card feed read as bare numbers rejects every
*>         card - and leaves the item id off the CSV that PRIMEUPD
*>         files history and clears the suspense register from. the
*>         factors option (sixth word, Y or N) is N when left off.
*>         run each slice as "primes3 <base>01.PRM".
*>         (SLICE=Y lets the runs share the floor: no exclusive run
*>         lock, the results master left alone, and checkpoint,
*>         suspense and scratch files keyed off the slice's own name
*>         - so concurrent slices never collide and a killed slice
*>         resumes on its own. once the slices are done, primeupd
*>         puts their CSV verdicts onto the master under the lock.)
*>         the merge step expects the <base>nn.RPT report names.
*>
*>         header/trailer control records on the input are taken out
*>         at split time - the slices carry pure data, and the
*>         control file stands in as the proof of completeness. the
*>         header's arrival goes on PRIMEFEED.LOG here instead, since
*>         no slice run ever sees it.
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
select control-file assign to dynamic control-fname
    organization is line sequential
    file status is control-file-status.
*> the feed log primes3 keeps, for primefed's end-of-window check
select feed-file assign to "PRIMEFEED.LOG"
    organization is line sequential
    file status is feed-file-status.
*> each slice's parameter card file for its primes3 run
select parm-file assign to dynamic parm-fname
    organization is line sequential
    file status is parm-file-status.

data division.
file section.
    01 slice-line pic x(110).
fd control-file.
    01 control-line pic x(80).
fd feed-file.
    01 feed-line pic x(110).
fd parm-file.
    01 parm-line pic x(80).

working-storage section.
77 in-fname pic x(30) value spaces.
77 base-len pic s9(4) value 0 usage is computational.
77 slice-count pic s9(2) value 0 usage is computational.
77 slice-num pic 9(2) value 0.
77 parm-fname pic x(30) value spaces.
77 parm-file-status pic xx value '00'.
77 parm-card pic x(80) value spaces.
77 slice-operator pic x(8) value spaces.
*> the record layout and factors option every slice runs under
77 slice-structured pic x value space.
    88 slice-structured-valid value 'Y' 'y' 'N' 'n'.
77 slice-factors pic x value space.
    88 slice-factors-valid value 'Y' 'y' 'N' 'n'.
77 parm-warning-sw pic x value 'N'.
    88 parm-warning value 'Y'.

*> split arithmetic: records counted on the first pass, dealt out
*> contiguously on the second so the merge reads back in original
77 control-recs-seen pic s9(9) value 0 usage is computational.
77 card-in-slice pic x(110) value spaces.

*> the input's HDR record, when it has one - logged as the feed's
*> arrival, in the same layout primes3 uses, once the split is done
77 feed-file-status pic xx value '00'.
77 hdr-found-sw pic x value 'N'.
    88 hdr-found value 'Y'.
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

*> the control file: one header with the split-time totals, then
*> one record per slice - what primemrg reconciles against
01 ctl-head-rec.
            display 'Enter the slice base name (e.g. BIGJAN): '
                no advancing
            accept slice-base
            display 'Enter the operator id the slices run under: '
                no advancing
            accept slice-operator
            display 'Are the records structured part cards - item ID '
                'in columns 1-10 (Y/N)? ' no advancing
            accept slice-structured
            display 'Also print the complete factorization of '
                'composite values (Y/N)? ' no advancing
            accept slice-factors
            display ' '
        else
            move 1 to parse-pos
            if parse-len > 0
                move command-text(parse-start:parse-len) to slice-base
            end-if
            perform take-one-word
            if parse-len > 0
                move command-text(parse-start:parse-len)
                    to slice-operator
            end-if
            perform take-one-word
            if parse-len > 0
                move command-text(parse-start:1) to slice-structured
            end-if
            perform take-one-word
            if parse-len > 0
                move command-text(parse-start:1) to slice-factors
            end-if
        end-if.
        if slice-factors = space
            move 'N' to slice-factors
        end-if.
        if in-fname = spaces or slice-base = spaces
            or slice-count < 2 or slice-count > 16
            move 8 to return-code
            stop run
        end-if.
        if slice-operator = spaces
            display 'ERROR: need the operator id the slices run '
                'under - primes3 will not start a slice without one.'
            move 8 to return-code
            stop run
        end-if.
        if not slice-structured-valid or not slice-factors-valid
            display 'ERROR: need the record layout (Y structured part '
                'cards, N bare numbers), and a factors option of Y '
                'or N when one is given.'
            move 8 to return-code
            stop run
        end-if.
        *> the longest name a slice ever wears is SUSP.<base>nn.DAT
        *> inside primes3's 30-column name fields - a base past 16
        *> characters would silently truncate it, so refuse it here
        display 'into ' slice-count ' slices; control file is '
            control-fname
        display ' '
        if hdr-found
            perform write-feed-log
        end-if
        if parm-warning
            move 4 to return-code
        else
            move 0 to return-code
        end-if.

stop run.

    if spl-eof-switch is not equal to zero
        if card-in-slice(1:3) = 'HDR' or card-in-slice(1:3) = 'TRL'
            add 1 to control-recs-seen
            if card-in-slice(1:3) = 'HDR'
                move 'Y' to hdr-found-sw
                move card-in-slice(4:8) to fd-file-date
                move card-in-slice(12:10) to fd-source
            end-if
        else
            add 1 to total-records
        end-if
    move slice-fname to cs-fname
    move this-slice-count to cs-count
    write control-line from ctl-slice-rec
    display ' ' slice-fname ' - ' this-slice-count ' records'
    perform write-slice-parms.

*> paragraph to write the open slice's parameter card file - the
*> cards the header lists, with the HDR's source carried on since
*> the slice itself never sees the HDR
write-slice-parms.
    move spaces to parm-fname
    string slice-base delimited by space
        slice-num '.PRM' delimited by size
        into parm-fname
    end-string
    open output parm-file
    if parm-file-status is not equal to '00'
        display 'WARNING: could not write "' parm-fname
            '" (file status ' parm-file-status ').'
        move 'Y' to parm-warning-sw
    else
        move 'CHOICE=2' to parm-line
        write parm-line
        move spaces to parm-card
        string 'INFILE=' delimited by size
            slice-fname delimited by space
            into parm-card
        end-string
        write parm-line from parm-card
        move spaces to parm-card
        string 'OUTFILE=' slice-base delimited by space
            slice-num '.RPT' delimited by size
            into parm-card
        end-string
        write parm-line from parm-card
        move 'SLICE=Y' to parm-line
        write parm-line
        move spaces to parm-card
        string 'CSVFILE=' slice-base delimited by space
            slice-num '.CSV' delimited by size
            into parm-card
        end-string
        write parm-line from parm-card
        if hdr-found and fd-source is not equal to spaces
            move spaces to parm-card
            string 'SOURCE=' fd-source delimited by size
                into parm-card
            end-string
            write parm-line from parm-card
        end-if
        move spaces to parm-card
        string 'OPERATOR=' slice-operator delimited by size
            into parm-card
        end-string
        write parm-line from parm-card
        move spaces to parm-card
        string 'STRUCTURED=' slice-structured delimited by size
            into parm-card
        end-string
        write parm-line from parm-card
        move spaces to parm-card
        string 'FACTORS=' slice-factors delimited by size
            into parm-card
        end-string
        write parm-line from parm-card
        close parm-file
    end-if.

*> paragraph to pass one record into the open slice, stepping over
*> control records the same way the sizing pass did
        end-if
    end-if.

*> paragraph to log the header's arrival on the feed log - the count
*> is the data records split, the status SPLT since the proof against
*> the trailer is primemrg's to make, and the stamp is the split time
write-feed-log.
    accept fd-run-date from date
    accept fd-run-time from time
    move total-records to fd-count
    move 'SPLT' to fd-status
    move in-fname to fd-in-fname
    move spaces to fd-stamp
    move fd-run-date to fd-stamp(1:6)
    move fd-run-time to fd-stamp(7:8)
    move 'PRIMESPL' to fd-program
    open extend feed-file
    if feed-file-status is not equal to '00'
        open output feed-file
    end-if
    write feed-line from feed-detail
    close feed-file.

*> paragraph to take the next space-delimited word off the command
*> line, same shape as primecmp's
take-one-word.

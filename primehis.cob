*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*> file:   primehis.cob
*> goal:   inquiry on PRIMEHIST.DAT, the item history primes3 keeps
*>         for every structured card it settles - shows one item's
*>         full history, newest first: each run's value, verdict,
*>         smallest factor, source system and run stamp, with the
*>         entries where the value or verdict changed from the one
*>         before flagged, so "what did part X get last time, and has
*>         it changed?" is answered without digging through old
*>         delimited files.
*>         item ids can be given on the command line (each one is
*>         listed, for a scheduler or a script) or asked for at the
*>         terminal until a blank one is entered.
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
program-id. primehis.

environment division.
input-output section.
file-control.
*> the history itself - same fixed name and record layout as
*> primes3's select; this program only ever reads it
select history-file assign to "PRIMEHIST.DAT"
    organization is indexed
    access mode is dynamic
    record key is hist-key
    file status is history-file-status.

data division.
file section.
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

working-storage section.
77 history-file-status pic xx value '00'.
77 his-eof-switch pic 9 value 1.
77 want-item-id pic x(10) value spaces.
77 more-items-sw pic x value 'Y'.
    88 more-items value 'Y'.

*> item ids off the command line, same convention as primecmp
77 command-text pic x(70) value spaces.
77 parse-pos pic s9(9) usage is computational.
77 parse-start pic s9(9) usage is computational.
77 parse-len pic s9(9) usage is computational.

*> an item's entries, gathered oldest first off the key order and
*> shown back newest first
77 he-count pic s9(4) value 0 usage is computational.
77 he-max pic s9(4) value 500 usage is computational.
77 he-idx pic s9(4) usage is computational.
77 he-total pic s9(9) value 0 usage is computational.
01 history-entry-table.
    02 history-entry occurs 500 times.
        03 he-stamp pic x(14).
        03 he-value pic 9(18).
        03 he-verdict pic x.
        03 he-factor pic 9(18).
        03 he-source pic x(10).
        03 he-file-date pic x(8).
        03 he-in-fname pic x(30).

01 his-head-line.
    02 filler pic x(40) value ' RUN STAMP                   VALUE  V   '.
    02 filler pic x(40) value '          FACTOR  SOURCE     FILE DATE I'.
    02 filler pic x(15) value 'NPUT FILE'.
01 his-detail-line.
    02 filler pic x value space.
    02 hl-stamp pic x(14).
    02 filler pic x value space.
    02 hl-value pic z(17)9.
    02 filler pic x(2) value spaces.
    02 hl-verdict pic x.
    02 filler pic x value space.
    02 hl-factor pic z(17)9.
    02 filler pic x(2) value spaces.
    02 hl-source pic x(10).
    02 filler pic x value space.
    02 hl-file-date pic x(8).
    02 filler pic x(2) value spaces.
    02 hl-in-fname pic x(30).
    02 filler pic x value space.
    02 hl-changed pic x(9).

procedure division.
    introduction.
        display ' '.
        display '------------------------------------'.
        display '  ITEM HISTORY INQUIRY'.
        display '  (reads PRIMEHIST.DAT)'.
        display '------------------------------------'.
        display ' '.

    *> nothing on file yet is an answer too, not an error
    open-the-history.
        open input history-file.
        if history-file-status = '35'
            display 'PRIMEHIST.DAT does not exist yet - no structured '
                'run has been through.'
            move 0 to return-code
            stop run
        end-if.
        if history-file-status is not equal to '00'
            display 'ERROR: PRIMEHIST.DAT could not be opened '
                '(file status ' history-file-status ').'
            move 8 to return-code
            stop run
        end-if.

    *> every item id on the command line, or one at a time from the
    *> terminal until a blank entry
    answer-inquiries.
        accept command-text from command-line.
        if command-text = spaces
            perform ask-one-item
                until not more-items
        else
            move 1 to parse-pos
            perform take-one-command-item
                until not more-items
        end-if.
        close history-file.
        move 0 to return-code.

stop run.

*> paragraph to ask for the next item id at the terminal
ask-one-item.
    display 'Enter the item id (blank to finish): ' no advancing
    move spaces to want-item-id
    accept want-item-id
    display ' '
    if want-item-id = spaces
        move 'N' to more-items-sw
    else
        perform show-item-history
    end-if.

*> paragraph to take the next item id off the command line
take-one-command-item.
    perform take-one-word
    if parse-len = 0
        move 'N' to more-items-sw
    else
        move spaces to want-item-id
        move command-text(parse-start:parse-len) to want-item-id
        perform show-item-history
    end-if.

*> paragraph to gather every entry for want-item-id in key order
*> (oldest first) and display them newest first
show-item-history.
    move 0 to he-count
    move 0 to he-total
    move want-item-id to hist-item-id
    move low-values to hist-stamp
    move 1 to his-eof-switch
    start history-file key is not less than hist-key
        invalid key move zero to his-eof-switch
    end-start
    perform gather-one-entry
        until his-eof-switch = 0
    if he-total = 0
        display 'ITEM ' want-item-id ' HAS NO HISTORY ON FILE'
    else
        display 'ITEM ' want-item-id ' - ' he-total ' RUN(S), '
            'NEWEST FIRST'
        display his-head-line
        perform varying he-idx from he-count by -1 until he-idx < 1
            move he-stamp(he-idx) to hl-stamp
            move he-value(he-idx) to hl-value
            move he-verdict(he-idx) to hl-verdict
            if he-verdict(he-idx) = 'N'
                move he-factor(he-idx) to hl-factor
            else
                move 0 to hl-factor
            end-if
            move he-source(he-idx) to hl-source
            move he-file-date(he-idx) to hl-file-date
            move he-in-fname(he-idx) to hl-in-fname
            move spaces to hl-changed
            if he-idx > 1
                if he-value(he-idx) is not equal to he-value(he-idx - 1)
                    or he-verdict(he-idx) is not equal to
                        he-verdict(he-idx - 1)
                    move '*CHANGED*' to hl-changed
                end-if
            end-if
            display his-detail-line
        end-perform
        if he-total > he-max
            display '(only the newest ' he-max ' runs are shown)'
        end-if
    end-if
    display ' '.

*> paragraph to take the next entry while it is still this item's -
*> past the table's size the oldest entries roll off the front, so
*> the newest are always the ones kept
gather-one-entry.
    read history-file next
        at end move zero to his-eof-switch
        not at end
            if hist-item-id is not equal to want-item-id
                move zero to his-eof-switch
            else
                add 1 to he-total
                if he-count >= he-max
                    perform varying he-idx from 1 by 1
                        until he-idx >= he-max
                        move history-entry(he-idx + 1)
                            to history-entry(he-idx)
                    end-perform
                else
                    add 1 to he-count
                end-if
                move hist-stamp to he-stamp(he-count)
                move hist-value to he-value(he-count)
                move hist-verdict to he-verdict(he-count)
                move hist-factor to he-factor(he-count)
                move hist-source to he-source(he-count)
                move hist-file-date to he-file-date(he-count)
                move hist-in-fname to he-in-fname(he-count)
            end-if
    end-read.

*> paragraph to take the next space-delimited word off the command
*> line, same shape as primecmp's
take-one-word.
    move 0 to parse-len
    perform varying parse-pos from parse-pos by 1 until parse-pos > 70
            or command-text(parse-pos:1) not = space
        continue
    end-perform
    move parse-pos to parse-start
    perform varying parse-pos from parse-pos by 1 until parse-pos > 70
            or command-text(parse-pos:1) = space
        add 1 to parse-len
    end-perform.

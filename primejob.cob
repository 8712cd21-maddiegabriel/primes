*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*> file:   primejob.cob
*> goal:   runs the night's job stream - primespl, the slice primes3
*>         runs, primemrg, primecmp against the benchmark, primehsk,
*>         or whatever the stream names - one step after another from
*>         a job-stream definition file, and stops the stream the
*>         moment a step comes back with a return code above the
*>         highest that step is allowed. every step's start time, end
*>         time and return code go on PRIMEJOB.LOG. where the stream
*>         got to is kept on PRIMEJOB.RST, so a rerun after a failure
*>         skips the steps that already finished and starts again at
*>         the failed one - nobody has to work out what is safe to
*>         rerun. 'FRESH' as a second command-line word starts the
*>         stream over from its first step regardless.
*>
*>         the definition is KEYWORD=value cards, the same shape as
*>         primes3's parameter file, '*' in column 1 for a comment:
*>             STEP=SPLIT              starts a step (12 characters)
*>             PROGRAM=./primespl      the command that runs it
*>             ARGS=BIG.DAT 4 BIG OPS1 Y
*>                                     its command-line words, or
*>             CARD=CHOICE=2           its parameter cards, one per
*>             CARD=INFILE=BIG01.DAT   card - written to PRM.<step>
*>                                     and that name passed instead
*>             MAXRC=4                 highest return code allowed
*>                                     (0 when the card is left off)
*>         a step carries ARGS or CARDs, never both - primes3 takes
*>         its whole command line as the parameter filename.
*>         return code: 0 the stream finished, 8 it stopped (at a step,
*>         or on a definition it could not use).
*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
program-id. primejob.

environment division.
input-output section.
file-control.
select stream-file assign to dynamic stream-fname
    organization is line sequential
    file status is stream-file-status.
*> the parameter cards one step is handed, written fresh before the
*> step runs
select card-file assign to dynamic card-fname
    organization is line sequential
    file status is card-file-status.
*> fixed, program-owned files, same convention as primes3's own
select log-file assign to "PRIMEJOB.LOG"
    organization is line sequential
    file status is log-file-status.
select restart-file assign to "PRIMEJOB.RST"
    organization is line sequential
    file status is restart-file-status.

data division.
file section.
fd stream-file.
    01 stream-line pic x(80).
fd card-file.
    01 card-line pic x(80).
fd log-file.
    01 log-line pic x(140).
fd restart-file.
    01 restart-line pic x(80).

working-storage section.
77 stream-fname pic x(30) value spaces.
77 card-fname pic x(30) value spaces.
77 stream-file-status pic xx value '00'.
77 card-file-status pic xx value '00'.
77 card-failed-sw pic x value 'N'.
    88 card-failed value 'Y'.
77 log-file-status pic xx value '00'.
77 restart-file-status pic xx value '00'.
77 job-eof-switch pic 9 value 1.

*> the definition filename and the optional FRESH word, off the
*> command line (unattended) or the terminal
77 command-text pic x(70) value spaces.
77 parse-pos pic s9(9) usage is computational.
77 parse-start pic s9(9) usage is computational.
77 parse-len pic s9(9) usage is computational.
77 parse-digit pic 9 value 0.
77 parse-num pic s9(9) value 0 usage is computational.
77 fresh-start-sw pic x value 'N'.
    88 fresh-start value 'Y'.

*> one definition card picked apart at its first '='
77 def-card pic x(80) value spaces.
77 def-keyword pic x(12) value spaces.
77 def-value pic x(79) value spaces.
77 def-eq-pos pic s9(4) usage is computational.
77 def-line-num pic s9(9) value 0 usage is computational.
77 def-error-sw pic x value 'N'.
    88 def-error value 'Y'.

*> the stream as defined - steps in order, and every step's
*> parameter cards in one shared table the steps point into
77 step-count pic s9(4) value 0 usage is computational.
77 step-max pic s9(4) value 40 usage is computational.
77 step-idx pic s9(4) usage is computational.
77 chk-idx pic s9(4) usage is computational.
01 step-table.
    02 step-entry occurs 40 times.
        03 st-name pic x(12).
        03 st-program pic x(40).
        03 st-args pic x(79).
        03 st-maxrc pic s9(4) usage is computational.
        03 st-card-first pic s9(4) usage is computational.
        03 st-card-count pic s9(4) usage is computational.
77 card-count pic s9(4) value 0 usage is computational.
77 card-max pic s9(4) value 400 usage is computational.
77 card-idx pic s9(4) usage is computational.
77 card-last pic s9(4) usage is computational.
01 card-table.
    02 card-entry pic x(79) occurs 400 times.

*> where a previous run of this stream got to - one record per
*> stream on PRIMEJOB.RST, read into this table and written back
*> whole, the same way primes3 keeps PRIMECKPT.DAT
77 rst-table-count pic s9(4) value 0 usage is computational.
77 rst-max-entries pic s9(4) value 50 usage is computational.
77 rst-idx pic s9(4) usage is computational.
77 rst-slot pic s9(4) value 0 usage is computational.
01 rst-table.
    02 rst-entry pic x(80) occurs 50 times.
01 restart-detail.
    02 rst-stream pic x(30).
    02 filler pic x value space.
    *> 'R' a step was running (the driver itself was killed), 'F'
    *> a step failed, 'C' the stream completed
    02 rst-status pic x.
    02 filler pic x value space.
    02 rst-step-num pic 9(3).
    02 filler pic x value space.
    02 rst-step-name pic x(12).
    02 filler pic x value space.
    02 rst-stamp pic x(14).
77 start-step pic s9(4) value 1 usage is computational.

*> the step being run - its command line and how it came back
77 run-command pic x(200) value spaces.
77 cmd-pos pic s9(4) usage is computational.
77 step-rc pic s9(9) value 0 usage is computational.
77 step-signal pic s9(9) value 0 usage is computational.
77 stream-stopped-sw pic x value 'N'.
    88 stream-stopped value 'Y'.
77 steps-run pic s9(4) value 0 usage is computational.
77 steps-skipped pic s9(4) value 0 usage is computational.
77 job-date pic 9(6) value 0.
77 job-time pic 9(8) value 0.
77 run-stamp pic x(14) value spaces.

*> one line of the step log per step run (or skipped)
01 log-detail.
    02 lg-date pic 9(6).
    02 filler pic x value space.
    02 lg-stream pic x(30).
    02 filler pic x(7) value ' STEP: '.
    02 lg-step pic x(12).
    02 filler pic x(8) value ' START: '.
    02 lg-start pic 9(8).
    02 filler pic x(6) value ' END: '.
    02 lg-end pic 9(8).
    02 filler pic x(5) value ' RC: '.
    02 lg-rc pic zz9.
    02 filler pic x(6) value ' MAX: '.
    02 lg-maxrc pic zz9.
    02 filler pic x value space.
    02 lg-status pic x(30).

procedure division.
    introduction.
        display ' '.
        display '------------------------------------'.
        display '  PRIME NIGHTLY JOB STREAM'.
        display '------------------------------------'.
        display ' '.

    *> the definition filename, and FRESH to override a restart
    get-parameters.
        accept command-text from command-line.
        if command-text = spaces
            display 'Enter the job-stream definition filename: '
                no advancing
            accept stream-fname
            display ' '
        else
            move 1 to parse-pos
            perform take-one-word
            if parse-len > 0
                move command-text(parse-start:parse-len) to stream-fname
            end-if
            perform take-one-word
            if parse-len > 0
                if command-text(parse-start:parse-len) = 'FRESH'
                    or command-text(parse-start:parse-len) = 'fresh'
                    move 'Y' to fresh-start-sw
                else
                    display 'ERROR: the only word allowed after the '
                        'definition filename is FRESH.'
                    move 8 to return-code
                    stop run
                end-if
            end-if
        end-if.
        if stream-fname = spaces
            display 'ERROR: need the job-stream definition filename.'
            move 8 to return-code
            stop run
        end-if.
        accept job-date from date.
        accept job-time from time.
        move spaces to run-stamp.
        move job-date to run-stamp(1:6).
        move job-time to run-stamp(7:8).

    *> the whole definition is read and checked before anything runs
    *> - a bad card found half way down a stream is a bad night
    read-the-definition.
        open input stream-file.
        if stream-file-status is not equal to '00'
            display 'ERROR: Could not open job-stream definition "'
                stream-fname '" (file status ' stream-file-status ').'
            move 8 to return-code
            stop run
        end-if.
        move 1 to job-eof-switch.
        perform read-one-definition-card
            until job-eof-switch = 0.
        close stream-file.
        if not def-error
            perform check-the-definition
        end-if.
        if def-error
            display 'The stream has not been started - correct the '
                'definition and rerun.'
            move 8 to return-code
            stop run
        end-if.

    *> a stream that stopped last time picks up at the step that
    *> failed - or the step that was running when the driver died
    find-restart-point.
        perform load-restart-table.
        move 1 to start-step.
        move 0 to rst-slot.
        perform varying rst-idx from 1 by 1
            until rst-idx > rst-table-count or rst-slot > 0
            if rst-entry(rst-idx)(1:30) = stream-fname
                move rst-idx to rst-slot
            end-if
        end-perform.
        if rst-slot > 0 and not fresh-start
            move rst-entry(rst-slot) to restart-detail
            if rst-status = 'F' or rst-status = 'R'
                perform locate-restart-step
            end-if
        end-if.

    *> one step after another until the stream ends or a step
    *> comes back over its limit
    run-the-stream.
        move 'N' to stream-stopped-sw.
        perform skip-one-step
            varying step-idx from 1 by 1
            until step-idx >= start-step.
        perform run-one-step
            varying step-idx from start-step by 1
            until step-idx > step-count or stream-stopped.

    *> the stream's own outcome, on the console and in the return
    *> code for the scheduler
    finish-the-stream.
        display ' '.
        display ' STEPS RUN: ' steps-run '  SKIPPED: ' steps-skipped
            '  OF ' step-count.
        if stream-stopped
            display '*** STREAM STOPPED - rerun the same definition '
                'to restart at the failed step. ***'
            move 8 to return-code
        else
            move stream-fname to rst-stream
            move 'C' to rst-status
            move step-count to rst-step-num
            move spaces to rst-step-name
            move run-stamp to rst-stamp
            perform save-restart-entry
            display ' STREAM COMPLETE - see PRIMEJOB.LOG for every '
                'step.'
            move 0 to return-code
        end-if.
        display ' '.

stop run.

*> paragraph to take the next definition card and fold it into the
*> step and card tables
read-one-definition-card.
    move spaces to def-card
    read stream-file into def-card
        at end move zero to job-eof-switch
    end-read
    if job-eof-switch is not equal to zero
        add 1 to def-line-num
        if def-card = spaces or def-card(1:1) = '*'
            continue
        else
            perform split-definition-card
            perform apply-definition-card
        end-if
    end-if.

*> paragraph to part a card at its first '=' - a CARD= card's value
*> carries '=' signs of its own, so UNSTRING's every-delimiter split
*> won't do here
split-definition-card.
    move 0 to def-eq-pos
    perform varying parse-pos from 1 by 1
        until parse-pos > 13 or def-eq-pos > 0
        if def-card(parse-pos:1) = '='
            move parse-pos to def-eq-pos
        end-if
    end-perform
    move spaces to def-keyword
    move spaces to def-value
    if def-eq-pos > 1
        move def-card(1:def-eq-pos - 1) to def-keyword
        if def-eq-pos < 80
            move def-card(def-eq-pos + 1:) to def-value
        end-if
    end-if.

*> paragraph to apply one definition card to the step it belongs to
apply-definition-card.
    if def-keyword = 'STEP'
        if step-count < step-max
            add 1 to step-count
            move def-value to st-name(step-count)
            move spaces to st-program(step-count)
            move spaces to st-args(step-count)
            move 0 to st-maxrc(step-count)
            move 0 to st-card-first(step-count)
            move 0 to st-card-count(step-count)
        else
            display 'ERROR: more than ' step-max ' steps in the '
                'stream.'
            move 'Y' to def-error-sw
        end-if
    else
    if step-count = 0
        display 'ERROR: card ' def-line-num ' comes before the '
            'first STEP= card: ' def-card
        move 'Y' to def-error-sw
    else
    if def-keyword = 'PROGRAM'
        move def-value to st-program(step-count)
    else
    if def-keyword = 'ARGS'
        move def-value to st-args(step-count)
    else
    if def-keyword = 'CARD'
        if card-count < card-max
            add 1 to card-count
            move def-value to card-entry(card-count)
            if st-card-count(step-count) = 0
                move card-count to st-card-first(step-count)
            end-if
            add 1 to st-card-count(step-count)
        else
            display 'ERROR: more than ' card-max ' parameter cards '
                'in the stream.'
            move 'Y' to def-error-sw
        end-if
    else
    if def-keyword = 'MAXRC'
        perform value-to-num
        move parse-num to st-maxrc(step-count)
    else
        display 'ERROR: unrecognized card ' def-line-num ': '
            def-card
        move 'Y' to def-error-sw
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

*> paragraph to read a MAXRC= value - digits from column 1 up to the
*> first space, the same scan primes3's parm-to-num makes
value-to-num.
    move 0 to parse-num
    perform varying parse-pos from 1 by 1 until parse-pos > 79
            or def-value(parse-pos:1) = space
        if def-value(parse-pos:1) is numeric
            move def-value(parse-pos:1) to parse-digit
            compute parse-num = parse-num * 10 + parse-digit
        else
            display 'ERROR: MAXRC is not numeric on card '
                def-line-num ': ' def-card
            move 'Y' to def-error-sw
            move 80 to parse-pos
        end-if
    end-perform.

*> paragraph to make sure every step can run as written: it has a
*> name nobody else in the stream uses, a command, and its
*> arguments one way or the other, never both
check-the-definition.
    if step-count = 0
        display 'ERROR: "' stream-fname '" defines no steps.'
        move 'Y' to def-error-sw
    end-if
    perform varying step-idx from 1 by 1 until step-idx > step-count
        if st-name(step-idx) = spaces
            display 'ERROR: step ' step-idx ' has no name.'
            move 'Y' to def-error-sw
        end-if
        if st-program(step-idx) = spaces
            display 'ERROR: step ' st-name(step-idx)
                ' has no PROGRAM= card.'
            move 'Y' to def-error-sw
        end-if
        if st-args(step-idx) is not equal to spaces
            and st-card-count(step-idx) > 0
            display 'ERROR: step ' st-name(step-idx)
                ' carries both ARGS= and CARD= - use one or the '
                'other.'
            move 'Y' to def-error-sw
        end-if
        perform varying chk-idx from 1 by 1
            until chk-idx >= step-idx
            if st-name(chk-idx) = st-name(step-idx)
                display 'ERROR: step name ' st-name(step-idx)
                    ' is used twice.'
                move 'Y' to def-error-sw
            end-if
        end-perform
    end-perform.

*> paragraph to find the step a stopped stream should restart at -
*> by name, so a definition edited since (a step added ahead of it)
*> still restarts at the right one; a step no longer defined can't
*> be restarted safely, and the operator has to choose FRESH
locate-restart-step.
    move 0 to start-step
    perform varying step-idx from 1 by 1
        until step-idx > step-count or start-step > 0
        if st-name(step-idx) = rst-step-name
            move step-idx to start-step
        end-if
    end-perform
    if start-step = 0
        display 'ERROR: the stream stopped last time at step '
            rst-step-name ', which this definition no longer has.'
        display 'Rerun with FRESH to start the stream over from its '
            'first step.'
        move 8 to return-code
        stop run
    end-if
    display 'Restarting "' stream-fname '" at step '
        st-name(start-step) ' - it stopped there on its last run ('
        rst-stamp ').'
    display ' '.

*> paragraph to log a step the previous run already finished
skip-one-step.
    add 1 to steps-skipped
    move st-name(step-idx) to lg-step
    move 0 to lg-start
    move 0 to lg-end
    move 0 to lg-rc
    move st-maxrc(step-idx) to lg-maxrc
    move 'SKIPPED - FINISHED LAST RUN' to lg-status
    perform write-step-log
    display ' ' st-name(step-idx) ' skipped - it finished on the '
        'last run.'.

*> paragraph to run one step: note on the restart file that it is
*> under way, hand it its cards, run it, and judge its return code
*> against the step's limit
run-one-step.
    move stream-fname to rst-stream
    move 'R' to rst-status
    move step-idx to rst-step-num
    move st-name(step-idx) to rst-step-name
    move run-stamp to rst-stamp
    perform save-restart-entry

    move 'N' to card-failed-sw
    perform build-step-command
    if card-failed
        perform fail-step-cards
    else
        perform execute-step
    end-if.

*> paragraph to stop the stream on a step whose card file could not
*> be written - run on a stale or missing card file, the step would
*> do the wrong work or none
fail-step-cards.
    accept job-time from time
    move job-time to lg-start
    move job-time to lg-end
    move st-name(step-idx) to lg-step
    move 999 to lg-rc
    move st-maxrc(step-idx) to lg-maxrc
    move 'FAILED - CARD FILE NOT WRITTEN' to lg-status
    move 'Y' to stream-stopped-sw
    move 'F' to rst-status
    perform save-restart-entry
    perform write-step-log
    display ' ' st-name(step-idx) ' not run - ' lg-status.

*> paragraph to run the step's command and judge its return code
execute-step.
    accept job-time from time
    move job-time to lg-start
    display ' ' st-name(step-idx) ' starting: ' run-command(1:60)
    call "SYSTEM" using run-command
    *> the shell hands back a wait status - the exit code sits in the
    *> high byte, and anything left in the low byte means the step
    *> was killed, not that it finished
    divide return-code by 256 giving step-rc remainder step-signal
    move 0 to return-code
    if step-signal is not equal to 0 or step-rc < 0
        move 999 to step-rc
    end-if
    accept job-time from time
    move job-time to lg-end
    add 1 to steps-run

    move st-name(step-idx) to lg-step
    move step-rc to lg-rc
    move st-maxrc(step-idx) to lg-maxrc
    if step-rc > st-maxrc(step-idx)
        if step-rc = 999
            move 'FAILED - STEP ABENDED' to lg-status
        else
            move 'FAILED - RC OVER LIMIT' to lg-status
        end-if
        move 'Y' to stream-stopped-sw
        move 'F' to rst-status
        perform save-restart-entry
    else
        move 'OK' to lg-status
    end-if
    perform write-step-log
    display ' ' st-name(step-idx) ' ended, return code ' lg-rc
        ' (limit ' lg-maxrc ') - ' lg-status.

*> paragraph to lay the step's command line out: the program, then
*> either its own words or the name of the card file it was just
*> handed
build-step-command.
    move spaces to run-command
    move 1 to cmd-pos
    string st-program(step-idx) delimited by '  '
        ' ' delimited by size
        into run-command with pointer cmd-pos
    end-string
    if st-card-count(step-idx) > 0
        move spaces to card-fname
        string 'PRM.' delimited by size
            st-name(step-idx) delimited by space
            into card-fname
        end-string
        perform write-step-cards
        string card-fname delimited by space
            into run-command with pointer cmd-pos
        end-string
    else
        string st-args(step-idx) delimited by '  '
            into run-command with pointer cmd-pos
        end-string
    end-if.

*> paragraph to write the step's parameter cards to its PRM.<step>
*> file, fresh every time the step runs
write-step-cards.
    open output card-file
    if card-file-status is not equal to '00'
        display 'ERROR: could not write card file "' card-fname
            '" (file status ' card-file-status ').'
        move 'Y' to card-failed-sw
    else
        compute card-last = st-card-first(step-idx)
            + st-card-count(step-idx) - 1
        perform varying card-idx from st-card-first(step-idx) by 1
            until card-idx > card-last
            write card-line from card-entry(card-idx)
        end-perform
        close card-file
    end-if.

*> paragraph to append one step's line to the step log
write-step-log.
    accept job-date from date
    move job-date to lg-date
    move stream-fname to lg-stream
    open extend log-file
    if log-file-status is not equal to '00'
        open output log-file
    end-if
    write log-line from log-detail
    close log-file.

*> paragraph to pull the whole restart file into the table
load-restart-table.
    move 0 to rst-table-count
    move 1 to job-eof-switch
    open input restart-file
    if restart-file-status = '00'
        perform load-one-restart
            until job-eof-switch = 0
        close restart-file
    end-if.

*> paragraph to take the next restart record into the table
load-one-restart.
    read restart-file into restart-detail
        at end move zero to job-eof-switch
    end-read
    if job-eof-switch is not equal to zero
        if rst-table-count < rst-max-entries
            add 1 to rst-table-count
            move restart-detail to rst-entry(rst-table-count)
        end-if
    end-if.

*> paragraph to settle this stream's entry into the table and write
*> the whole file back with every other stream's entry intact - the
*> caller fills restart-detail first
save-restart-entry.
    if rst-slot = 0
        if rst-table-count < rst-max-entries
            add 1 to rst-table-count
            move rst-table-count to rst-slot
        else
            display 'WARNING: PRIMEJOB.RST is full - this stream '
                'cannot be restarted if it stops.'
        end-if
    end-if
    if rst-slot > 0
        move restart-detail to rst-entry(rst-slot)
        open output restart-file
        perform varying rst-idx from 1 by 1
            until rst-idx > rst-table-count
            write restart-line from rst-entry(rst-idx)
        end-perform
        close restart-file
    end-if.

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

*>         summary: runs per day by mode, records read and errors per
*>         day, the error-rate trend day over day, and a flag on any
*>         day whose error rate ran past a stated tolerance percent.
*>         a closing section breaks the same runs down by the
*>         operator who ran them, off the id primes3 puts on each
*>         line.
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

identification division.
77 total-aborted pic s9(9) value 0 usage is computational.
77 total-rate pic s9(3)v99 value 0 usage is computational.

*> runs by operator, in the order each id first turns up - lines
*> from before the id was logged count under (NONE), and the table's
*> last row is kept back for (OTHERS), which everyone past the rest
*> of the table shares
77 op-count pic s9(4) value 0 usage is computational.
77 op-max pic s9(4) value 50 usage is computational.
77 op-idx pic s9(4) usage is computational.
77 op-run-read pic s9(9) value 0 usage is computational.
77 op-run-error pic s9(9) value 0 usage is computational.
77 op-rate pic s9(3)v99 value 0 usage is computational.
01 operator-table.
    02 operator-entry occurs 50 times.
        03 ot-id pic x(8).
        03 ot-runs pic s9(9) usage is computational.
        03 ot-read pic s9(9) usage is computational.
        03 ot-error pic s9(9) usage is computational.
        03 ot-aborted pic s9(9) usage is computational.

*> the audit line picked apart into the fields primes3 wrote - the
*> counters are zero-suppressed text here and are re-read digit by
*> digit, the same column scan primes3 uses on its own input
    02 ar-td-text pic x(9).
    02 filler pic x(5).
    02 ar-u4-text pic x(9).
    *> the operator id - blank on lines from before it was logged
    02 filler pic x(6).
    02 ar-operator pic x(8).

01 rpt-title-line.
    02 filler pic x(14) value spaces.
    02 filler pic x(15) value ' OVERALL RATE: '.
    02 rpt-total-rate pic zz9.99.
    02 filler pic x(4) value ' PCT'.
01 rpt-operator-title.
    02 filler pic x(17) value ' RUNS BY OPERATOR'.
01 rpt-operator-head.
    02 filler pic x(10) value ' OPERATOR '.
    02 filler pic x(9) value '     RUNS'.
    02 filler pic x(10) value '      READ'.
    02 filler pic x(9) value '   ERRORS'.
    02 filler pic x(7) value ' ABORTS'.
    02 filler pic x(8) value '  ERRPCT'.
01 rpt-operator-line.
    02 filler pic x value space.
    02 rpt-op-id pic x(8).
    02 filler pic x value space.
    02 rpt-op-runs pic z(8)9.
    02 rpt-op-read pic z(9)9.
    02 rpt-op-errors pic z(8)9.
    02 rpt-op-aborted pic z(6)9.
    02 rpt-op-rate pic z(4)9.99.

procedure division.
    introduction.
        move total-error to rpt-total-error.
        move total-rate to rpt-total-rate.
        write report-line from rpt-total-line-2 after advancing 1 line.

        *> the same runs again, by who ran them
        write report-line from rpt-operator-title after advancing 2 lines.
        write report-line from rpt-operator-head after advancing 1 line.
        display ' '.
        display rpt-operator-title.
        display rpt-operator-head.
        perform varying op-idx from 1 by 1 until op-idx > op-count
            perform report-one-operator
        end-perform.
        close report-file, audit-file.

        display ' '.
    add parse-num to day-elapsed-centi
    move ar-mh-text to parse-text
    perform text-to-num
    add parse-num to day-master-hits
    perform tally-operator.

*> paragraph to fold one run into its operator's row
tally-operator.
    move ar-read-text to parse-text
    perform text-to-num
    move parse-num to op-run-read
    move ar-error-text to parse-text
    perform text-to-num
    move parse-num to op-run-error
    if ar-operator = spaces
        move '(NONE)' to ar-operator
    end-if
    perform varying op-idx from 1 by 1
            until op-idx > op-count or ot-id(op-idx) = ar-operator
        continue
    end-perform
    if op-idx > op-count
        if op-count < op-max - 1
            add 1 to op-count
            move op-count to op-idx
            move ar-operator to ot-id(op-idx)
            move 0 to ot-runs(op-idx)
            move 0 to ot-read(op-idx)
            move 0 to ot-error(op-idx)
            move 0 to ot-aborted(op-idx)
        else
            move op-max to op-idx
            if op-count < op-max
                move op-max to op-count
                move '(OTHERS)' to ot-id(op-idx)
                move 0 to ot-runs(op-idx)
                move 0 to ot-read(op-idx)
                move 0 to ot-error(op-idx)
                move 0 to ot-aborted(op-idx)
            end-if
        end-if
    end-if
    add 1 to ot-runs(op-idx)
    add op-run-read to ot-read(op-idx)
    add op-run-error to ot-error(op-idx)
    if ar-status = 'ABORTED'
        add 1 to ot-aborted(op-idx)
    end-if.

*> paragraph to print one operator's row of the closing section
report-one-operator.
    move ot-id(op-idx) to rpt-op-id
    move ot-runs(op-idx) to rpt-op-runs
    move ot-read(op-idx) to rpt-op-read
    move ot-error(op-idx) to rpt-op-errors
    move ot-aborted(op-idx) to rpt-op-aborted
    if ot-read(op-idx) > 0
        compute op-rate rounded =
            ot-error(op-idx) * 100 / ot-read(op-idx)
    else
        move 0 to op-rate
    end-if
    move op-rate to rpt-op-rate
    write report-line from rpt-operator-line after advancing 1 line
    display rpt-operator-line.

*> paragraph to print one finished day: volumes, error rate, the
*> trend against the day before, and the over-tolerance flag

000000            value 0.
000000        05 overflow-amount-total pic 9(13)v9(2) value 0.
000000        05 overflow-eur-total pic 9(13)v9(2) value 0.
000000    *> forward conversions broken down by tenor, in the
000000    *> standard tenor order; they count in the currency volume
000000    *> above as well, since a forward is a conversion too
000000    01 tenor-stats.
000000        05 tenor-stat occurs 8 times indexed by tidx.
000000            10 tenor-key pic x(3).
000000            10 tenor-requests usage binary-long unsigned.
000000            10 tenor-accepted usage binary-long unsigned.
000000            10 tenor-rejected usage binary-long unsigned.
000000            10 tenor-eur-total pic 9(13)v9(2).
000000    01 tenor-list-text pic x(24) value
000000        "ON TN 1W 1M 2M 3M 6M 12M".
000000    01 forward-requests usage binary-long unsigned value 0.
000000    01 tenor-ptr usage binary-long unsigned.
000000    01 month-totals.
000000        05 month-requests usage binary-long unsigned value 0.
000000        05 month-accepted usage binary-long unsigned value 0.
000000    01 rest-text-6 pic x(256).
000000    01 rest-text-7 pic x(256).
000000    01 rest-text-8 pic x(256).
000000    01 rest-text-9 pic x(256).
000000    01 rest-text-10 pic x(256).
000000    01 tenor-text pic x(8).
000000    01 client-text pic x(24).
000000    01 override-text pic x(8).
000000    01 margin-text pic x(24).
000000        move 0 to day-rejected(day-no)
000000        move 0 to day-eur-total(day-no)
000000    end-perform.
000000    move 1 to tenor-ptr.
000000    perform varying tidx from 1 by 1 until tidx > 8
000000        move spaces to tenor-key(tidx)
000000        unstring tenor-list-text delimited by all spaces
000000            into tenor-key(tidx) with pointer tenor-ptr
000000        move 0 to tenor-requests(tidx)
000000        move 0 to tenor-accepted(tidx)
000000        move 0 to tenor-rejected(tidx)
000000        move 0 to tenor-eur-total(tidx)
000000    end-perform.
000000 select-monthly-trail section.
000000    *> once audit-housekeeping has cut a month onto its closed
000000    *> file the live log no longer carries it; a report for any
000000    perform tally-currency.
000000    perform tally-day.
000000    perform tally-reason.
000000    perform tally-tenor.
000000    add 1 to month-requests.
000000    if record-accepted
000000        add 1 to month-accepted
000000        when cur-key(cidx) = currency-key
000000            perform tally-currency-entry
000000    end-search.
000000 tally-tenor section.
000000    *> forwards append " tenor=" after the rate date; spot
000000    *> records have no such field and are left alone
000000    move spaces to rest-text-9.
000000    move spaces to rest-text-10.
000000    move spaces to tenor-text.
000000    unstring audit-record delimited by " tenor="
000000        into rest-text-9, rest-text-10.
000000    if rest-text-10 = spaces
000000        exit section
000000    end-if.
000000    unstring rest-text-10 delimited by space into tenor-text.
000000    add 1 to forward-requests.
000000    set tidx to 1.
000000    search tenor-stat
000000        when tenor-key(tidx) = tenor-text
000000            add 1 to tenor-requests(tidx)
000000            if record-accepted
000000                add 1 to tenor-accepted(tidx)
000000                if test-numval(eur-amount-text) = 0
000000                    add numval(eur-amount-text)
000000                        to tenor-eur-total(tidx)
000000                end-if
000000            else
000000                add 1 to tenor-rejected(tidx)
000000            end-if
000000    end-search.
000000 tally-overflow-entry section.
000000    add 1 to overflow-requests.
000000    if record-accepted
000000        into report-line.
000000    write report-line.
000000    perform write-currency-section.
000000    perform write-forward-section.
000000    perform write-reason-section.
000000    perform write-daily-section.
000000    perform write-summary-page.
000000            into report-line
000000        write report-line
000000    end-if.
000000 write-forward-section section.
000000    move spaces to report-line.
000000    write report-line.
000000    move "Forward conversions by tenor" to report-line.
000000    write report-line.
000000    move "  tenor               requests  accepted  rejected"
000000        & "                               eur-total"
000000        to report-line.
000000    write report-line.
000000    if forward-requests = 0
000000        move "  (no forward requests this month)" to report-line
000000        write report-line
000000        exit section
000000    end-if.
000000    perform varying tidx from 1 by 1 until tidx > 8
000000        if tenor-requests(tidx) > 0
000000            move tenor-requests(tidx) to count-display
000000            move tenor-accepted(tidx) to count-display-2
000000            move tenor-rejected(tidx) to count-display-3
000000            move tenor-eur-total(tidx) to amount-display-2
000000            move spaces to report-line
000000            string "  " delimited by size
000000                tenor-key(tidx) delimited by size
000000                "                 " delimited by size
000000                count-display delimited by size
000000                "   " delimited by size
000000                count-display-2 delimited by size
000000                "   " delimited by size
000000                count-display-3 delimited by size
000000                "                          " delimited by size
000000                amount-display-2 delimited by size
000000                into report-line
000000            write report-line
000000        end-if
000000    end-perform.
000000 write-reason-section section.
000000    move spaces to report-line.
000000    write report-line.
000000    move cur-stat-count to count-display.
000000    move "  currencies / pairs  " to report-line.
000000    perform write-reason-count.
000000    move forward-requests to count-display.
000000    move "  forward requests    " to report-line.
000000    perform write-reason-count.
000000    move month-amount-total to amount-display.
000000    move spaces to report-line.
000000    string "  amount converted    " delimited by size

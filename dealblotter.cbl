000000 identification division.
000000 program-id. deal-blotter.
000000 environment division.
000000 configuration section.
000000 repository. function all intrinsic.
000000 input-output section.
000000 file-control.
000000    select deal-file assign to deals-path
000000    organization is indexed
000000    access is dynamic
000000    record key is deal-no
000000    file status is deal-file-status.
000000    select quote-file assign to quotes-path
000000    organization is indexed
000000    access is dynamic
000000    record key is quote-id
000000    file status is quote-file-status.
000000    select file-report assign to report-path
000000    organization is sequential
000000    file status is report-file-status.
000000 data division.
000000 file section.
000000    *> both layouts exactly as the service's http-handler writes
000000    *> them
000000 fd deal-file.
000000    01 deal-rec.
000000        05 deal-no.
000000            10 deal-no-date pic x(8).
000000            10 deal-no-seq pic 9(6).
000000        05 deal-quote-id pic x(18).
000000        05 deal-booked pic x(14).
000000        05 deal-client pic x(20).
000000        05 deal-from-ccy pic x(3).
000000        05 deal-to-ccy pic x(3).
000000        05 deal-from-amount pic 9(12)V9(8).
000000        05 deal-to-amount pic 9(7)V9(8).
000000        05 deal-rate pic 9(7)V9(8).
000000        05 deal-mid-rate pic 9(7)V9(8).
000000        05 deal-margin pic s9(12)V9(8).
000000        05 deal-override pic x(1).
000000        05 deal-value-date pic x(8).
000000        05 filler pic x(40).
000000 fd quote-file.
000000    01 quote-rec.
000000        05 quote-id.
000000            10 quote-id-date pic x(8).
000000            10 quote-id-time pic x(8).
000000            10 quote-id-seq pic 9(2).
000000        05 quote-status pic x(1).
000000            88 quote-open value "O".
000000            88 quote-booked value "B".
000000        05 quote-issued pic x(14).
000000        05 quote-expires pic x(14).
000000        05 quote-client pic x(20).
000000        05 quote-from-ccy pic x(3).
000000        05 quote-to-ccy pic x(3).
000000        05 quote-from-amount pic 9(12)V9(8).
000000        05 quote-to-amount pic 9(7)V9(8).
000000        05 quote-rate pic 9(7)V9(8).
000000        05 quote-mid-rate pic 9(7)V9(8).
000000        05 quote-margin pic s9(12)V9(8).
000000        05 quote-override pic x(1).
000000        05 quote-value-date pic x(8).
000000        05 quote-deal-no pic x(14).
000000        05 filler pic x(40).
000000 fd file-report.
000000    01 report-line pic x(132).
000000 working-storage section.
000000    01 env-text pic x(256).
000000    01 deals-path pic x(256) value "resources/deals.dat".
000000    01 quotes-path pic x(256) value "resources/rate-quotes.dat".
000000    01 report-path pic x(256) value
000000        "resources/deal-blotter.rpt".
000000    01 deal-file-status pic x(2).
000000        88 deal-read-ok value "00".
000000    01 quote-file-status pic x(2).
000000        88 quote-read-ok value "00".
000000    01 report-file-status pic x(2).
000000        88 report-file-writable value "00".
000000    01 blotter-date pic x(8).
000000    *> a quote still open and past its expiry at this stamp
000000    *> lapsed unbooked; for a past business date the whole day
000000    *> is over, so its last second is the cut-off
000000    01 expiry-cutoff pic x(14).
000000    01 deal-stats.
000000        05 deal-count usage binary-long unsigned value 0.
000000        05 deal-margin-total pic s9(13)v9(4) value 0.
000000        05 override-deal-count usage binary-long unsigned
000000            value 0.
000000        05 expired-count usage binary-long unsigned value 0.
000000        05 quote-count usage binary-long unsigned value 0.
000000    *> per-client roll-up: deals booked and the margin they
000000    *> earned, in euro as the service records it
000000    01 client-stats.
000000        05 client-stat-count usage binary-long unsigned
000000            value 0.
000000        05 client-stat occurs 64 times indexed by clidx.
000000            10 client-key pic x(20).
000000            10 client-deals usage binary-long unsigned.
000000            10 client-margin-total pic s9(13)v9(4).
000000    *> per-currency position from the desk's side: the client
000000    *> hands over the "from" leg (the desk buys it) and takes
000000    *> the "to" leg (the desk sells it)
000000    01 currency-stats.
000000        05 currency-stat-count usage binary-long unsigned
000000            value 0.
000000        05 currency-stat occurs 64 times indexed by ccidx.
000000            10 currency-key pic x(3).
000000            10 currency-deals usage binary-long unsigned.
000000            10 currency-bought pic 9(13)v9(4).
000000            10 currency-sold pic 9(13)v9(4).
000000    01 tally-currency pic x(3).
000000    01 tally-amount pic 9(13)v9(4).
000000    01 tally-side pic x(1).
000000        88 desk-buys value "B".
000000        88 desk-sells value "S".
000000    01 currency-net pic s9(13)v9(4).
000000    01 count-display pic z(6)9.
000000    01 count-display-2 pic z(6)9.
000000    01 amount-display pic z(12)9.9999.
000000    01 amount-display-2 pic z(12)9.9999.
000000    01 net-display pic -(12)9.9999.
000000    01 margin-display pic -(10)9.9999.
000000    01 rate-display pic z(6)9.9(8).
000000    01 override-marker pic x(1).
000000 procedure division.
000000 mainline section.
000000    perform init-config.
000000    perform open-report.
000000    perform list-deals.
000000    perform list-client-totals.
000000    perform list-currency-totals.
000000    perform list-expired-quotes.
000000    perform close-report.
000000    stop run.
000000 init-config section.
000000    *> same environment names the service uses for the two
000000    *> files, so one profile serves both; the business date
000000    *> defaults to today for the scheduled end-of-day run
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SVC_DEALS_PATH".
000000    if env-text not = spaces
000000        move env-text to deals-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SVC_QUOTES_PATH".
000000    if env-text not = spaces
000000        move env-text to quotes-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_BLOTTER_REPORT_PATH".
000000    if env-text not = spaces
000000        move env-text to report-path
000000    end-if.
000000    *> the blotter is for the business date job-stream-driver
000000    *> exports, so a stream resubmitted after midnight still
000000    *> prints the day it failed on
000000    move current-date(1:8) to blotter-date.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_JOB_DATE".
000000    if env-text not = spaces
000000        move env-text(1:8) to blotter-date
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_BLOTTER_DATE".
000000    if env-text not = spaces
000000        move env-text(1:8) to blotter-date
000000    end-if.
000000    if blotter-date = current-date(1:8)
000000        move current-date(1:14) to expiry-cutoff
000000    else
000000        move spaces to expiry-cutoff
000000        string blotter-date delimited by size
000000            "235959" delimited by size
000000            into expiry-cutoff
000000    end-if.
000000    perform varying clidx from 1 by 1 until clidx > 64
000000        move spaces to client-key(clidx)
000000        move 0 to client-deals(clidx)
000000        move 0 to client-margin-total(clidx)
000000    end-perform.
000000    perform varying ccidx from 1 by 1 until ccidx > 64
000000        move spaces to currency-key(ccidx)
000000        move 0 to currency-deals(ccidx)
000000        move 0 to currency-bought(ccidx)
000000        move 0 to currency-sold(ccidx)
000000    end-perform.
000000 open-report section.
000000    open output file-report.
000000    if not report-file-writable
000000        display "Error: cannot write deal blotter report"
000000            upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    move spaces to report-line.
000000    string "Deal blotter - business date " delimited by size
000000        blotter-date delimited by size
000000        into report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000 list-deals section.
000000    *> deal numbers lead with the business date, so the day's
000000    *> deals are one keyed range starting at sequence zero
000000    move "  deal            client               from"
000000        & "      from-amount  to           to-amount"
000000        & "           rate  value-dt      margin-eur"
000000        to report-line.
000000    write report-line.
000000    open input deal-file.
000000    if not deal-read-ok
000000        *> no deal file yet simply means nothing was ever booked
000000        move "  (no deals on file)" to report-line
000000        write report-line
000000        exit section
000000    end-if.
000000    move blotter-date to deal-no-date.
000000    move 0 to deal-no-seq.
000000    start deal-file key not < deal-no
000000        invalid key continue
000000    end-start.
000000    if deal-read-ok
000000        perform until exit
000000            read deal-file next
000000                at end exit perform
000000            end-read
000000            if not deal-read-ok
000000                exit perform
000000            end-if
000000            if deal-no-date not = blotter-date
000000                exit perform
000000            end-if
000000            perform list-one-deal
000000        end-perform
000000    end-if.
000000    close deal-file.
000000    if deal-count = 0
000000        move "  (no deals booked on this date)" to report-line
000000        write report-line
000000    end-if.
000000    move deal-count to count-display.
000000    move override-deal-count to count-display-2.
000000    move deal-margin-total to margin-display.
000000    move spaces to report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    string "  total " delimited by size
000000        function trim(count-display) delimited by size
000000        " deals, " delimited by size
000000        function trim(count-display-2) delimited by size
000000        " at override rates, margin eur " delimited by size
000000        function trim(margin-display) delimited by size
000000        into report-line.
000000    write report-line.
000000 list-one-deal section.
000000    add 1 to deal-count.
000000    add deal-margin to deal-margin-total.
000000    *> override-rate deals are flagged on the line so the desk
000000    *> can match them against the override register
000000    move space to override-marker.
000000    if deal-override = "Y"
000000        move "*" to override-marker
000000        add 1 to override-deal-count
000000    end-if.
000000    move deal-from-amount to amount-display.
000000    move deal-to-amount to amount-display-2.
000000    move deal-rate to rate-display.
000000    move deal-margin to margin-display.
000000    move spaces to report-line.
000000    string "  " delimited by size
000000        deal-no delimited by size
000000        override-marker delimited by size
000000        " " delimited by size
000000        deal-client delimited by size
000000        " " delimited by size
000000        deal-from-ccy delimited by size
000000        amount-display delimited by size
000000        "  " delimited by size
000000        deal-to-ccy delimited by size
000000        amount-display-2 delimited by size
000000        rate-display delimited by size
000000        "  " delimited by size
000000        deal-value-date delimited by size
000000        margin-display delimited by size
000000        into report-line.
000000    write report-line.
000000    perform tally-client.
000000    move deal-from-ccy to tally-currency.
000000    move deal-from-amount to tally-amount.
000000    move "B" to tally-side.
000000    perform tally-currency-leg.
000000    move deal-to-ccy to tally-currency.
000000    move deal-to-amount to tally-amount.
000000    move "S" to tally-side.
000000    perform tally-currency-leg.
000000 tally-client section.
000000    set clidx to 1.
000000    search client-stat
000000        at end
000000            if client-stat-count < 64
000000                add 1 to client-stat-count
000000                set clidx to client-stat-count
000000                move deal-client to client-key(clidx)
000000                perform tally-client-entry
000000            end-if
000000        when client-key(clidx) = deal-client
000000            perform tally-client-entry
000000    end-search.
000000 tally-client-entry section.
000000    add 1 to client-deals(clidx).
000000    add deal-margin to client-margin-total(clidx).
000000 tally-currency-leg section.
000000    set ccidx to 1.
000000    search currency-stat
000000        at end
000000            if currency-stat-count < 64
000000                add 1 to currency-stat-count
000000                set ccidx to currency-stat-count
000000                move tally-currency to currency-key(ccidx)
000000                perform tally-currency-entry
000000            end-if
000000        when currency-key(ccidx) = tally-currency
000000            perform tally-currency-entry
000000    end-search.
000000 tally-currency-entry section.
000000    add 1 to currency-deals(ccidx).
000000    if desk-buys
000000        add tally-amount to currency-bought(ccidx)
000000    else
000000        add tally-amount to currency-sold(ccidx)
000000    end-if.
000000 list-client-totals section.
000000    move spaces to report-line.
000000    write report-line.
000000    move "Totals by client" to report-line.
000000    write report-line.
000000    move "  client                 deals      margin-eur"
000000        to report-line.
000000    write report-line.
000000    perform varying clidx from 1 by 1
000000            until clidx > client-stat-count
000000        move client-deals(clidx) to count-display
000000        move client-margin-total(clidx) to margin-display
000000        move spaces to report-line
000000        string "  " delimited by size
000000            client-key(clidx) delimited by size
000000            count-display delimited by size
000000            margin-display delimited by size
000000            into report-line
000000        write report-line
000000    end-perform.
000000 list-currency-totals section.
000000    *> net is the desk's resulting position in the currency:
000000    *> what it bought from clients less what it sold to them
000000    move spaces to report-line.
000000    write report-line.
000000    move "Totals by currency" to report-line.
000000    write report-line.
000000    move "  ccy    deals        desk-bought          desk-sold"
000000        & "           net-position"
000000        to report-line.
000000    write report-line.
000000    perform varying ccidx from 1 by 1
000000            until ccidx > currency-stat-count
000000        move currency-deals(ccidx) to count-display
000000        move currency-bought(ccidx) to amount-display
000000        move currency-sold(ccidx) to amount-display-2
000000        compute currency-net =
000000            currency-bought(ccidx) - currency-sold(ccidx)
000000        move currency-net to net-display
000000        move spaces to report-line
000000        string "  " delimited by size
000000            currency-key(ccidx) delimited by size
000000            count-display delimited by size
000000            "  " delimited by size
000000            amount-display delimited by size
000000            " " delimited by size
000000            amount-display-2 delimited by size
000000            "  " delimited by size
000000            net-display delimited by size
000000            into report-line
000000        write report-line
000000    end-perform.
000000 list-expired-quotes section.
000000    *> quote ids lead with the issue date as well; a quote
000000    *> still open once its expiry has passed was never booked
000000    move spaces to report-line.
000000    write report-line.
000000    move "Quotes expired unbooked" to report-line.
000000    write report-line.
000000    move "  quote-id            client               from"
000000        & "      from-amount  to            rate  expired"
000000        to report-line.
000000    write report-line.
000000    open input quote-file.
000000    if not quote-read-ok
000000        move "  (no quotes on file)" to report-line
000000        write report-line
000000        exit section
000000    end-if.
000000    move blotter-date to quote-id-date.
000000    move low-values to quote-id-time.
000000    move 0 to quote-id-seq.
000000    start quote-file key not < quote-id
000000        invalid key continue
000000    end-start.
000000    if quote-read-ok
000000        perform until exit
000000            read quote-file next
000000                at end exit perform
000000            end-read
000000            if not quote-read-ok
000000                exit perform
000000            end-if
000000            if quote-id-date not = blotter-date
000000                exit perform
000000            end-if
000000            add 1 to quote-count
000000            if quote-open and quote-expires < expiry-cutoff
000000                perform list-one-expired-quote
000000            end-if
000000        end-perform
000000    end-if.
000000    close quote-file.
000000    move expired-count to count-display.
000000    move quote-count to count-display-2.
000000    move spaces to report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    string "  " delimited by size
000000        function trim(count-display) delimited by size
000000        " of " delimited by size
000000        function trim(count-display-2) delimited by size
000000        " quotes issued expired unbooked" delimited by size
000000        into report-line.
000000    write report-line.
000000 list-one-expired-quote section.
000000    add 1 to expired-count.
000000    move quote-from-amount to amount-display.
000000    move quote-rate to rate-display.
000000    move spaces to report-line.
000000    string "  " delimited by size
000000        quote-id delimited by size
000000        "  " delimited by size
000000        quote-client delimited by size
000000        " " delimited by size
000000        quote-from-ccy delimited by size
000000        amount-display delimited by size
000000        "  " delimited by size
000000        quote-to-ccy delimited by size
000000        rate-display delimited by size
000000        "  " delimited by size
000000        quote-expires delimited by size
000000        into report-line.
000000    write report-line.
000000 close-report section.
000000    close file-report.
000000    move deal-count to count-display.
000000    move expired-count to count-display-2.
000000    display "deal-blotter: " blotter-date ", "
000000        function trim(count-display) " deals, "
000000        function trim(count-display-2)
000000        " quotes expired unbooked, report "
000000        function trim(report-path).
000000 end program deal-blotter.

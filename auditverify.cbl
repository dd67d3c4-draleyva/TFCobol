000000    select file-report assign to report-path
000000    organization is sequential
000000    file status is report-file-status.
000000    select file-parities assign to parities-path
000000    organization is line sequential
000000    file status is parities-file-status.
000000    select file-corrections assign to corrections-path
000000    organization is line sequential
000000    file status is corrections-file-status.
000000 data division.
000000 file section.
000000 fd file-audit.
000000        05 hist-rec-rate pic 9(7)V9(8).
000000 fd file-report.
000000    01 report-line pic x(132).
000000 fd file-parities.
000000    01 parity-record pic x(256).
000000 fd file-corrections.
000000    01 corrections-record pic x(256).
000000 working-storage section.
000000    78 SYSLOG-FACILITY-USER value 8.
000000    78 SYSLOG-SEVERITY-ERRROR value 3.
000000    01 hist-master-switch pic x(1).
000000        88 hist-master-usable value "Y".
000000    01 report-file-status pic x(2).
000000    01 parities-path pic x(256) value
000000        "resources/currency-parities.csv".
000000    01 parities-file-status pic x(2).
000000        88 parities-file-exists value "00".
000000    *> the service's parity master, read the same way
000000    *> load-rates reads it: a pegged code is verified as its
000000    *> anchor's independent rate times the fixed ratio
000000    01 parity-table.
000000        05 parity-count usage binary-long unsigned value 0.
000000        05 parity-entry occurs 64 times indexed by pt-idx.
000000            10 parity-code pic x(3).
000000            10 parity-anchor pic x(3).
000000            10 parity-ratio pic 9(7)v9(8).
000000            10 parity-from pic x(8).
000000    01 par-code-text pic x(16).
000000    01 par-anchor-text pic x(16).
000000    01 par-ratio-text pic x(32).
000000    01 par-from-text pic x(16).
000000    01 par-status-text pic x(8).
000000    01 parity-match-switch pic x(1).
000000        88 parity-matched value "Y".
000000    01 parity-factor pic 9(7)v9(8).
000000    01 parity-hit-idx usage binary-long unsigned.
000000    *> rate-history-correction's log: a conversion priced
000000    *> before a republished rate reproduces against the image
000000    *> the master held then, and is no wrong-rate exception.
000000    *> the first correction of a key carries that image
000000    01 corrections-path pic x(256) value
000000        "resources/rate-corrections.log".
000000    01 corrections-file-status pic x(2).
000000        88 corrections-file-exists value "00".
000000    01 correction-table.
000000        05 correction-count usage binary-long unsigned
000000            value 0.
000000        05 correction-entry occurs 500 times indexed by cr-idx.
000000            10 correction-date pic x(8).
000000            10 correction-currency pic x(3).
000000            10 correction-before pic 9(7)v9(8).
000000    01 corr-stamp-text pic x(16).
000000    01 corr-date-text pic x(16).
000000    01 corr-ccy-text pic x(16).
000000    01 corr-before-text pic x(32).
000000    01 correction-match-switch pic x(1).
000000        88 correction-on-file value "Y".
000000    01 before-image-switch pic x(1) value "N".
000000        88 use-before-images value "Y".
000000    01 corrected-count usage binary-long unsigned value 0.
000000    01 verify-date pic x(8).
000000    *> the arithmetic tolerance allows for the minor-unit
000000    *> rounding the service applies on the way out - a currency
000000    01 rest-text-7 pic x(256).
000000    01 rest-text-8 pic x(256).
000000    01 rest-text-9 pic x(256).
000000    01 rest-text-10 pic x(256).
000000    01 rest-text-11 pic x(256).
000000    01 rest-text-12 pic x(256).
000000    01 audit-work pic x(256).
000000    01 derived-text pic x(16).
000000    01 currency-text pic x(24).
000000    01 amount-text pic x(32).
000000    01 eur-amount-text pic x(32).
000000    01 margin-text pic x(24).
000000    01 rate-text pic x(24).
000000    01 rate-date-text pic x(16).
000000    *> forward conversions add their tenor, value date and the
000000    *> rate adjustment the forward points made behind the rate
000000    *> date; spot records carry none of them
000000    01 tenor-text pic x(8).
000000    01 value-date-text pic x(16).
000000    01 fwd-adj-text pic x(24).
000000    01 forward-switch pic x(1).
000000        88 forward-record value "Y".
000000    01 fwd-adjust pic s9(7)v9(8).
000000    01 source-rate pic s9(7)v9(8).
000000    01 target-closed-flag pic x(1).
000000    01 pair-text pic x(24).
000000    01 at-date-text pic x(16).
000000    01 from-ccy pic x(3).
000000    01 exception-count usage binary-long unsigned value 0.
000000    01 no-rate-count usage binary-long unsigned value 0.
000000    01 unverified-count usage binary-long unsigned value 0.
000000    01 forward-count usage binary-long unsigned value 0.
000000    01 count-display pic z(6)9.
000000    01 count-display-2 pic z(6)9.
000000    01 syslog-message pic x(120).
000000 procedure division.
000000 mainline section.
000000    perform init-config.
000000    perform load-parities.
000000    perform load-corrections.
000000    perform load-day-feed.
000000    perform open-hist-master.
000000    perform verify-trail.
000000        move env-text to feed-archive-dir
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_PARITIES_PATH".
000000    if env-text not = spaces
000000        move env-text to parities-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_HIST_CORRECTIONS_PATH".
000000    if env-text not = spaces
000000        move env-text to corrections-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_VERIFY_REPORT_PATH".
000000    if env-text not = spaces
000000        move env-text to report-path
000000        verify-date delimited by size
000000        ".csv" delimited by size
000000        into feed-archive-path.
000000 load-parities section.
000000    *> no master on the box simply means no pegged codes to
000000    *> derive; suspended and unusable rows are skipped as
000000    *> load-rates skips them
000000    open input file-parities.
000000    if not parities-file-exists
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-parities at end exit perform end-read
000000        if parity-record(1:1) not = "*"
000000                and parity-record not = spaces
000000                and parity-count < 64
000000            move spaces to par-code-text
000000            move spaces to par-anchor-text
000000            move spaces to par-ratio-text
000000            move spaces to par-from-text
000000            move spaces to par-status-text
000000            unstring parity-record delimited by ";"
000000                into par-code-text, par-anchor-text,
000000                par-ratio-text, par-from-text, par-status-text
000000            move upper-case(function trim(par-status-text))
000000                to par-status-text
000000            if par-code-text(1:3) not = spaces
000000                    and par-anchor-text(1:3) not = spaces
000000                    and test-numval(par-ratio-text) = 0
000000                    and par-from-text(1:8) is numeric
000000                    and (par-status-text = "A"
000000                        or par-status-text = spaces)
000000                add 1 to parity-count
000000                set pt-idx to parity-count
000000                move upper-case(par-code-text(1:3))
000000                    to parity-code(pt-idx)
000000                move upper-case(par-anchor-text(1:3))
000000                    to parity-anchor(pt-idx)
000000                move numval(par-ratio-text)
000000                    to parity-ratio(pt-idx)
000000                move par-from-text(1:8) to parity-from(pt-idx)
000000            end-if
000000        end-if
000000    end-perform.
000000    close file-parities.
000000 load-corrections section.
000000    open input file-corrections.
000000    if not corrections-file-exists
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-corrections at end exit perform end-read
000000        move spaces to corr-stamp-text
000000        move spaces to corr-date-text
000000        move spaces to corr-ccy-text
000000        move spaces to corr-before-text
000000        unstring corrections-record delimited by ";"
000000            into corr-stamp-text, corr-date-text, corr-ccy-text,
000000            corr-before-text
000000        if corr-date-text(1:8) is numeric
000000                and test-numval(corr-before-text) = 0
000000                and correction-count < 500
000000            move corr-date-text(1:8) to want-date
000000            move corr-ccy-text(1:3) to want-currency
000000            perform find-correction
000000            if not correction-on-file
000000                add 1 to correction-count
000000                set cr-idx to correction-count
000000                move want-date to correction-date(cr-idx)
000000                move want-currency
000000                    to correction-currency(cr-idx)
000000                move numval(corr-before-text)
000000                    to correction-before(cr-idx)
000000            end-if
000000        end-if
000000    end-perform.
000000    close file-corrections.
000000 find-correction section.
000000    move "N" to correction-match-switch.
000000    perform varying cr-idx from 1 by 1
000000            until cr-idx > correction-count
000000            or correction-on-file
000000        if correction-date(cr-idx) = want-date
000000                and correction-currency(cr-idx) = want-currency
000000            move "Y" to correction-match-switch
000000        end-if
000000    end-perform.
000000    if correction-on-file
000000        set cr-idx down by 1
000000    end-if.
000000 load-day-feed section.
000000    *> the dated copy ecb-feed-load filed for the verify day is
000000    *> the independent source for spot conversions; a missing
000000    move spaces to margin-text.
000000    move spaces to rate-text.
000000    move spaces to rate-date-text.
000000    move spaces to rest-text-10.
000000    move spaces to rest-text-11.
000000    move spaces to rest-text-12.
000000    move spaces to tenor-text.
000000    move spaces to value-date-text.
000000    move spaces to fwd-adj-text.
000000    move spaces to audit-work.
000000    move spaces to derived-text.
000000    *> a pegged conversion ends with " derived=<anchor>"; it is
000000    *> cut off first so the fields in front parse as usual
000000    unstring audit-record delimited by " derived="
000000        into audit-work, derived-text.
000000    unstring audit-work delimited by " currency="
000000        into stamp-text, rest-text-1.
000000    if rest-text-1 = spaces
000000        exit section
000000    unstring rest-text-8 delimited by " rate="
000000        into margin-text, rest-text-9.
000000    unstring rest-text-9 delimited by " rate_date="
000000        into rate-text, rest-text-10.
000000    unstring rest-text-10 delimited by " tenor="
000000        into rate-date-text, rest-text-11.
000000    unstring rest-text-11 delimited by " value_date="
000000        into tenor-text, rest-text-12.
000000    unstring rest-text-12 delimited by " fwd_adj="
000000        into value-date-text, fwd-adj-text.
000000    move "N" to forward-switch.
000000    if tenor-text not = spaces
000000        move "Y" to forward-switch
000000    end-if.
000000    *> only served conversions reproduce; rejections carry no
000000    *> arithmetic
000000    if status-text(1:3) not = "200"
000000    move numval(rate-text) to recorded-rate.
000000    perform split-currency-field.
000000    perform check-arithmetic.
000000    if forward-record
000000        perform check-forward-fields
000000    end-if.
000000    perform check-rate-source.
000000 split-currency-field section.
000000    *> the trail writes "CCY", "CCY@yyyymmdd" for historical,
000000    else
000000        add 1 to records-reproduced
000000    end-if.
000000 check-forward-fields section.
000000    *> a forward must name a value date that settles - a
000000    *> TARGET business day after the trade date - and the
000000    *> points adjustment its outright was built with; without
000000    *> the adjustment the spot underneath cannot be checked
000000    add 1 to forward-count.
000000    move 0 to fwd-adjust.
000000    if value-date-text(1:8) is not numeric
000000            or value-date-text(1:8) not > stamp-text(1:8)
000000        move "forward value date invalid" to exception-text
000000        perform report-exception
000000    else
000000        call "target-closed" using value-date-text(1:8),
000000            target-closed-flag
000000        if target-closed-flag = "Y"
000000            move "forward value date on closing day"
000000                to exception-text
000000            perform report-exception
000000        end-if
000000    end-if.
000000    if test-numval(fwd-adj-text) = 0
000000        move numval(fwd-adj-text) to fwd-adjust
000000    else
000000        move "forward points adjustment missing"
000000            to exception-text
000000        perform report-exception
000000    end-if.
000000 check-rate-source section.
000000    *> second leg of the independence: the recorded rate itself
000000    *> is compared against the master for its rate date (or the
000000        add 1 to unverified-count
000000        exit section
000000    end-if.
000000    *> a forward's recorded rate is the outright; taking the
000000    *> points back off leaves the spot it was built on
000000    move recorded-rate to source-rate.
000000    if forward-record
000000        compute source-rate = recorded-rate - fwd-adjust
000000    end-if.
000000    compute rate-deviation-pct =
000000        function abs(source-rate - indep-rate)
000000        / indep-rate * 100
000000        on size error move 0 to rate-deviation-pct
000000    end-compute.
000000    if rate-deviation-pct > rate-tolerance-pct
000000        perform check-before-correction
000000    end-if.
000000    if rate-deviation-pct > rate-tolerance-pct
000000        move "recorded rate deviates from master"
000000            to exception-text
000000        perform report-exception
000000    end-if.
000000 check-before-correction section.
000000    *> the master may since have been corrected; priced again
000000    *> against the images the corrections log kept, a record
000000    *> that reproduces was right when it was served
000000    if correction-count = 0
000000        exit section
000000    end-if.
000000    move "Y" to before-image-switch.
000000    move "N" to correction-match-switch.
000000    if arrow-count > 0
000000        perform find-cross-indep-rate
000000    else
000000        move from-ccy to want-currency
000000        perform find-indep-rate
000000    end-if.
000000    move "N" to before-image-switch.
000000    if not indep-rate-found or not correction-on-file
000000        exit section
000000    end-if.
000000    compute rate-deviation-pct =
000000        function abs(source-rate - indep-rate)
000000        / indep-rate * 100
000000        on size error exit section
000000    end-compute.
000000    if rate-deviation-pct <= rate-tolerance-pct
000000        add 1 to corrected-count
000000    end-if.
000000 find-cross-indep-rate section.
000000    *> an independent cross rate needs both legs; either one
000000    *> missing leaves the record source-unverified
000000        on size error move "N" to indep-switch
000000    end-compute.
000000 find-indep-rate section.
000000    *> a pegged code in force on the rate date is its anchor's
000000    *> independent rate times the fixed ratio, exactly as the
000000    *> service derives it; everything else is read directly.
000000    *> a re-pegged code has a row per ratio: the row in force
000000    *> is the latest effective date not after the rate date, a
000000    *> later row in the file winning a tie
000000    move "N" to parity-match-switch.
000000    move 0 to parity-hit-idx.
000000    perform varying pt-idx from 1 by 1
000000            until pt-idx > parity-count
000000        if parity-code(pt-idx) = want-currency
000000                and parity-from(pt-idx) <= want-date
000000            if not parity-matched
000000                move "Y" to parity-match-switch
000000                set parity-hit-idx to pt-idx
000000            else
000000                if parity-from(pt-idx)
000000                        >= parity-from(parity-hit-idx)
000000                    set parity-hit-idx to pt-idx
000000                end-if
000000            end-if
000000        end-if
000000    end-perform.
000000    if parity-matched
000000        set pt-idx to parity-hit-idx
000000        move parity-ratio(pt-idx) to parity-factor
000000        move parity-anchor(pt-idx) to want-currency
000000    end-if.
000000    perform find-base-rate.
000000    if parity-matched and indep-rate-found
000000        compute indep-rate rounded = indep-rate * parity-factor
000000            on size error move "N" to indep-switch
000000        end-compute
000000    end-if.
000000 find-base-rate section.
000000    *> EUR is the base of every quote, so its rate is unity by
000000    *> definition; everything else reads the history master for
000000    *> the rate date and falls back to the day's archived feed
000000        end-read
000000    end-if.
000000    if indep-rate-found
000000        perform apply-before-image
000000        exit section
000000    end-if.
000000    if feed-ptr = null or want-date not = verify-date
000000            move "Y" to indep-switch
000000        end-if
000000    end-perform.
000000    if indep-rate-found
000000        perform apply-before-image
000000    end-if.
000000 apply-before-image section.
000000    *> only on the second look check-before-correction takes;
000000    *> the switch stays on once any leg was corrected
000000    if not use-before-images
000000        exit section
000000    end-if.
000000    perform varying cr-idx from 1 by 1
000000            until cr-idx > correction-count
000000        if correction-date(cr-idx) = want-date
000000                and correction-currency(cr-idx) = want-currency
000000            move correction-before(cr-idx) to indep-rate
000000            move "Y" to correction-match-switch
000000        end-if
000000    end-perform.
000000 report-exception section.
000000    add 1 to exception-count.
000000    move spaces to report-line.
000000        into report-line.
000000    write report-line.
000000    move unverified-count to count-display.
000000    move forward-count to count-display-2.
000000    move spaces to report-line.
000000    string "Rate source unverifiable: " delimited by size
000000        function trim(count-display) delimited by size
000000        "  Forwards: " delimited by size
000000        function trim(count-display-2) delimited by size
000000        into report-line.
000000    write report-line.
000000    move corrected-count to count-display.
000000    move spaces to report-line.
000000    string "Priced before a rate correction: " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    close file-report.

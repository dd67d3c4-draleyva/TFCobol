000000    select file-stale assign to stale-state-path
000000    organization is line sequential
000000    file status is stale-file-status.
000000    select file-parities assign to parities-path
000000    organization is line sequential
000000    file status is parities-file-status.
000000 data division.
000000 file section.
000000 fd file-today.
000000    01 report-line pic x(132).
000000 fd file-stale.
000000    01 stale-record pic x(64).
000000 fd file-parities.
000000    01 parity-record pic x(256).
000000 working-storage section.
000000    78 SYSLOG-FACILITY-USER value 8.
000000    78 SYSLOG-SEVERITY-ERRROR value 3.
000000    01 stale-ccy-text pic x(8).
000000    01 stale-count-text pic x(16).
000000    01 stale-runs-display pic z(6)9.
000000    01 parities-path pic x(256) value
000000        "resources/currency-parities.csv".
000000    01 parities-file-status pic x(2).
000000        88 parities-file-exists value "00".
000000    *> active rows of the service's parity master; a derived
000000    *> code is expected to move whenever its anchor does
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
000000    01 snap-lookup-code pic x(3).
000000    01 snap-value pic 9(7)v9(8).
000000    01 snap-found-switch pic x(1).
000000        88 snap-value-found value "Y".
000000    01 anchor-today-value pic 9(7)v9(8).
000000    01 anchor-prior-value pic 9(7)v9(8).
000000    01 derived-today-value pic 9(7)v9(8).
000000    01 derived-prior-value pic 9(7)v9(8).
000000    01 peg-usable-switch pic x(1).
000000        88 peg-usable value "Y".
000000    01 par-check-idx usage binary-long unsigned.
000000    01 derived-rate-display pic z(6)9.9(8).
000000    01 severe-count usage binary-long unsigned value 0.
000000    01 warning-count usage binary-long unsigned value 0.
000000    01 today-found-switch pic x(1).
000000    perform init-config.
000000    perform check-closure-day.
000000    perform load-stale-state.
000000    perform load-parities.
000000    perform load-prior-rates.
000000    perform load-today-rates.
000000    perform build-report.
000000    if env-text not = spaces
000000        move function numval(env-text) to stale-run-limit
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_PARITIES_PATH".
000000    if env-text not = spaces
000000        move env-text to parities-path
000000    end-if.
000000 check-closure-day section.
000000    *> on a TARGET closing day no feed ran, today's file still
000000    *> equals the prior snapshot and every rate would read as
000000        end-if
000000    end-perform.
000000    close file-stale.
000000 load-parities section.
000000    *> only rows the service would actually serve today count:
000000    *> active, already in force, with a usable ratio
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
000000            move upper-case(trim(par-status-text))
000000                to par-status-text
000000            if par-code-text(1:3) not = spaces
000000                    and par-anchor-text(1:3) not = spaces
000000                    and test-numval(par-ratio-text) = 0
000000                    and par-from-text(1:8) is numeric
000000                    and par-from-text(1:8) <= today-date
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
000000 load-prior-rates section.
000000    *> yesterday's snapshot may not exist yet on the very first
000000    *> run; that is not fatal, it just means nothing is compared
000000            end-if
000000        end-perform
000000        perform report-dropped-currencies
000000        perform check-pegged-rates
000000        perform save-stale-state
000000    end-if.
000000    move checked-count to checked-count-display.
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000    end-if.
000000 check-pegged-rates section.
000000    *> a derived rate has no life of its own: when its anchor
000000    *> moves between the snapshots it has to move too. the
000000    *> value compared is what the service would serve from each
000000    *> snapshot - the feed's own row where it carries the code,
000000    *> otherwise the anchor times the fixed ratio - so a feed
000000    *> row shadowing a peg, or a ratio that no longer bites,
000000    *> shows up here instead of in a client's conversion. a
000000    *> re-pegged code has a row per ratio: only the row with
000000    *> the latest effective date is in force, a later row in
000000    *> the file winning a tie
000000    perform varying pt-idx from 1 by 1
000000            until pt-idx > parity-count
000000        move "Y" to peg-usable-switch
000000        perform varying par-check-idx from 1 by 1
000000                until par-check-idx > parity-count
000000            if par-check-idx not = pt-idx
000000                    and parity-code(par-check-idx)
000000                        = parity-code(pt-idx)
000000                    and (parity-from(par-check-idx)
000000                        > parity-from(pt-idx)
000000                    or (parity-from(par-check-idx)
000000                        = parity-from(pt-idx)
000000                        and par-check-idx > pt-idx))
000000                move "N" to peg-usable-switch
000000            end-if
000000        end-perform
000000        if parity-anchor(pt-idx) = "EUR"
000000            move 1 to anchor-today-value
000000            move 1 to anchor-prior-value
000000        else
000000            move parity-anchor(pt-idx) to snap-lookup-code
000000            perform find-today-value
000000            move snap-value to anchor-today-value
000000            if not snap-value-found
000000                move "N" to peg-usable-switch
000000            end-if
000000            perform find-prior-value
000000            move snap-value to anchor-prior-value
000000            if not snap-value-found
000000                move "N" to peg-usable-switch
000000            end-if
000000        end-if
000000        if peg-usable
000000            move parity-code(pt-idx) to snap-lookup-code
000000            perform find-today-value
000000            if snap-value-found
000000                move snap-value to derived-today-value
000000            else
000000                compute derived-today-value rounded =
000000                    anchor-today-value * parity-ratio(pt-idx)
000000                    on size error move 0 to derived-today-value
000000                end-compute
000000            end-if
000000            perform find-prior-value
000000            if snap-value-found
000000                move snap-value to derived-prior-value
000000            else
000000                compute derived-prior-value rounded =
000000                    anchor-prior-value * parity-ratio(pt-idx)
000000                    on size error move 0 to derived-prior-value
000000                end-compute
000000            end-if
000000            if anchor-today-value not = anchor-prior-value
000000                    and derived-today-value = derived-prior-value
000000                perform report-pegged-unmoved
000000            end-if
000000        end-if
000000    end-perform.
000000 find-today-value section.
000000    move "N" to snap-found-switch.
000000    move 0 to snap-value.
000000    perform varying t-idx from 1 by 1
000000            until t-idx > 64 or snap-value-found
000000        if today-currency(t-idx) = snap-lookup-code
000000            move "Y" to snap-found-switch
000000            move today-rate-value(t-idx) to snap-value
000000        end-if
000000    end-perform.
000000 find-prior-value section.
000000    move "N" to snap-found-switch.
000000    move 0 to snap-value.
000000    perform varying p-idx from 1 by 1
000000            until p-idx > 64 or snap-value-found
000000        if prior-currency(p-idx) = snap-lookup-code
000000            move "Y" to snap-found-switch
000000            move prior-rate-value(p-idx) to snap-value
000000        end-if
000000    end-perform.
000000 report-pegged-unmoved section.
000000    add 1 to flagged-count.
000000    move anchor-prior-value to prior-rate-display.
000000    move anchor-today-value to today-rate-display.
000000    move derived-today-value to derived-rate-display.
000000    move spaces to report-line.
000000    string "FLAGGED PEGGED  " delimited by size
000000        parity-code(pt-idx) delimited by size
000000        " anchor " delimited by size
000000        parity-anchor(pt-idx) delimited by size
000000        " moved " delimited by size
000000        function trim(prior-rate-display) delimited by size
000000        " -> " delimited by size
000000        function trim(today-rate-display) delimited by size
000000        " derived unchanged at " delimited by size
000000        function trim(derived-rate-display) delimited by size
000000        into report-line.
000000    write report-line.
000000 report-new-currency section.
000000    *> present today, absent from the prior snapshot: usually a
000000    *> currency (re)joining the feed - worth eyes, not an alarm

000000 identification division.
000000 program-id. rate-sheet.
000000 environment division.
000000 configuration section.
000000 repository.
000000    function csv-ecb-rates
000000    function all intrinsic.
000000 input-output section.
000000 file-control.
000000    select file-today assign to today-csv-path
000000    organization is sequential
000000    file status is today-file-status.
000000    select file-overrides assign to overrides-path
000000    organization is line sequential
000000    file status is overrides-file-status.
000000    select file-parities assign to parities-path
000000    organization is line sequential
000000    file status is parities-file-status.
000000    select file-meta assign to meta-path
000000    organization is line sequential
000000    file status is meta-file-status.
000000    select file-spreads assign to spreads-path
000000    organization is line sequential
000000    file status is spreads-file-status.
000000    select file-sheet assign to sheet-path
000000    organization is line sequential
000000    file status is sheet-file-status.
000000    select file-sheet-csv assign to sheet-csv-path
000000    organization is line sequential
000000    file status is sheet-csv-file-status.
000000    select file-distribution assign to distribution-path
000000    organization is line sequential
000000    file status is distribution-file-status.
000000 data division.
000000 file section.
000000 fd file-today.
000000    01 today-csv-content pic x(1024).
000000 fd file-overrides.
000000    01 override-record pic x(256).
000000 fd file-parities.
000000    01 parity-record pic x(256).
000000 fd file-meta.
000000    01 meta-record pic x(256).
000000 fd file-spreads.
000000    01 spreads-record pic x(256).
000000 fd file-sheet.
000000    01 sheet-record pic x(132).
000000 fd file-sheet-csv.
000000    01 sheet-csv-record pic x(256).
000000 fd file-distribution.
000000    01 distribution-record pic x(256).
000000 working-storage section.
000000    78 SYSLOG-FACILITY-USER value 8.
000000    78 SYSLOG-SEVERITY-ERRROR value 3.
000000    01 env-text pic x(256).
000000    01 today-csv-path pic x(256) value
000000        "resources/eurofxref.csv".
000000    01 overrides-path pic x(256) value
000000        "resources/rate-overrides.csv".
000000    01 parities-path pic x(256) value
000000        "resources/currency-parities.csv".
000000    01 meta-path pic x(256) value
000000        "resources/currency-metadata.csv".
000000    01 spreads-path pic x(256) value
000000        "resources/rate-spreads.csv".
000000    01 sheet-dir pic x(256) value "resources".
000000    01 sheet-path pic x(256).
000000    01 sheet-csv-path pic x(256).
000000    01 distribution-path pic x(256) value
000000        "resources/rate-sheet-distribution.log".
000000    01 today-file-status pic x(2).
000000        88 today-file-exists value "00".
000000    01 overrides-file-status pic x(2).
000000        88 overrides-file-exists value "00".
000000    01 parities-file-status pic x(2).
000000        88 parities-file-exists value "00".
000000    01 meta-file-status pic x(2).
000000        88 meta-file-exists value "00".
000000    01 spreads-file-status pic x(2).
000000        88 spreads-file-exists value "00".
000000    01 sheet-file-status pic x(2).
000000        88 sheet-file-writable value "00".
000000    01 sheet-csv-file-status pic x(2).
000000        88 sheet-csv-file-writable value "00".
000000    01 distribution-file-status pic x(2).
000000        88 distribution-file-ok value "00".
000000    01 today-date pic x(8).
000000    01 produced-stamp pic x(14).
000000    01 target-closed-flag pic x(1).
000000    01 today-dataset.
000000        05 today-ptr usage pointer.
000000    01 today-rates based.
000000        05 today-rate occurs 64 times indexed by t-idx.
000000            10 today-currency pic x(3).
000000            10 today-rate-value pic 9(7)V9(8).
000000    *> the table as the service serves it after its reload:
000000    *> the ECB rows, today's dual-controlled overrides on top,
000000    *> then the pegged codes derived from their anchors - the
000000    *> same order load-rates builds it in
000000    01 sheet-rates.
000000        05 sheet-rate occurs 64 times indexed by r-idx.
000000            10 sheet-currency pic x(3).
000000            10 sheet-mid pic 9(7)v9(8).
000000            10 sheet-overridden pic x(1).
000000            10 sheet-anchor pic x(3).
000000    01 rate-slot-switch pic x(1).
000000        88 rate-slot-found value "Y".
000000    01 rate-lookup-code pic x(3).
000000    01 ovr-row-text pic x(256).
000000    01 ovr-code-text pic x(16).
000000    01 ovr-rate-text pic x(32).
000000    01 ovr-date-text pic x(16).
000000    01 ovr-reason-text pic x(64).
000000    01 ovr-entered-text pic x(16).
000000    01 ovr-approved-text pic x(16).
000000    01 override-count usage binary-long unsigned value 0.
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
000000    01 par-check-idx usage binary-long unsigned.
000000    01 par-anchor-rate pic 9(7)v9(8).
000000    01 par-anchor-overridden pic x(1).
000000    01 par-derived-rate pic 9(7)v9(8).
000000    01 par-usable-switch pic x(1).
000000        88 par-usable value "Y".
000000    *> the metadata and spreads masters, laid out as the
000000    *> service's loaders keep them
000000    01 currency-metadata.
000000        05 meta-count usage binary-long unsigned value 0.
000000        05 meta-entry occurs 64 times indexed by midx.
000000            10 meta-code pic x(3).
000000            10 meta-name pic x(40).
000000            10 meta-minor-units pic 9.
000000            10 meta-status pic x(1).
000000    01 meta-code-text pic x(16).
000000    01 meta-name-text pic x(40).
000000    01 meta-units-text pic x(8).
000000    01 meta-rounding-text pic x(8).
000000    01 meta-status-text pic x(8).
000000    01 meta-found-switch pic x(1).
000000        88 meta-found value "Y".
000000    01 rate-spreads.
000000        05 spread-count usage binary-long unsigned value 0.
000000        05 spread-entry occurs 128 times indexed by sp-idx.
000000            10 spread-currency pic x(3).
000000            10 spread-client pic x(20).
000000            10 spread-bid pic 9(3)v9(4).
000000            10 spread-ask pic 9(3)v9(4).
000000    01 spr-code-text pic x(16).
000000    01 spr-bid-text pic x(16).
000000    01 spr-ask-text pic x(16).
000000    01 spr-client-text pic x(20).
000000    01 spread-bid-pct pic 9(3)v9(4).
000000    01 spread-ask-pct pic 9(3)v9(4).
000000    01 spread-found-switch pic x(1).
000000        88 spread-row-found value "Y".
000000    *> the sections of the sheet: the default tier first, then
000000    *> every client the spreads master names, in master order
000000    01 tier-table.
000000        05 tier-count usage binary-long unsigned value 0.
000000        05 tier-entry occurs 33 times indexed by tr-idx.
000000            10 tier-client pic x(20).
000000    01 tier-found-switch pic x(1).
000000        88 tier-found value "Y".
000000    01 tier-label pic x(20).
000000    *> fixed-width records: H header, S section, D detail and
000000    *> T trailer; the trailer carries the detail count and the
000000    *> hash total of the mid rates across every section
000000    01 sheet-header.
000000        05 filler pic x(1) value "H".
000000        05 sheet-hdr-date pic x(8).
000000        05 sheet-hdr-produced pic x(14).
000000        05 sheet-hdr-tiers pic 9(3).
000000        05 sheet-hdr-title pic x(30) value
000000            "DEALING RATE SHEET PER EUR 1".
000000    01 sheet-section.
000000        05 filler pic x(1) value "S".
000000        05 sheet-sec-tier pic x(20).
000000        05 sheet-sec-kind pic x(7).
000000    01 sheet-detail.
000000        05 filler pic x(1) value "D".
000000        05 sheet-det-tier pic x(20).
000000        05 sheet-det-currency pic x(3).
000000        05 sheet-det-name pic x(40).
000000        05 sheet-det-minor-units pic x(1).
000000        05 sheet-det-mid pic 9(7).9(8).
000000        05 sheet-det-buy pic 9(7).9(8).
000000        05 sheet-det-sell pic 9(7).9(8).
000000        05 sheet-det-override pic x(1).
000000        05 sheet-det-anchor pic x(3).
000000    01 sheet-trailer.
000000        05 filler pic x(1) value "T".
000000        05 sheet-trl-count pic 9(7).
000000        05 sheet-trl-hash pic 9(11).9(8).
000000    01 buy-rate pic 9(7)v9(8).
000000    01 sell-rate pic 9(7)v9(8).
000000    01 detail-count usage binary-long unsigned value 0.
000000    01 suspended-count usage binary-long unsigned value 0.
000000    01 flagged-count usage binary-long unsigned value 0.
000000    01 hash-total pic 9(11)v9(8) value 0.
000000    01 rate-display pic z(6)9.9(8).
000000    01 buy-display pic z(6)9.9(8).
000000    01 sell-display pic z(6)9.9(8).
000000    01 hash-display pic z(10)9.9(8).
000000    01 count-display pic z(6)9.
000000    01 tier-display pic z(6)9.
000000    01 minor-units-text pic x(1).
000000    01 csv-ptr usage binary-long unsigned.
000000    01 syslog-message pic x(120).
000000 procedure division.
000000 mainline section.
000000    perform init-config.
000000    perform check-closure-day.
000000    perform load-today-rates.
000000    perform load-overrides.
000000    perform load-parities.
000000    perform derive-parities.
000000    perform load-currency-meta.
000000    perform load-spreads.
000000    perform build-tier-list.
000000    perform write-sheets.
000000    perform log-distribution.
000000    move detail-count to count-display.
000000    display "Rate sheet " today-date ": "
000000        function trim(count-display) " row(s)".
000000    move tier-count to tier-display.
000000    display "  tiers " function trim(tier-display).
000000    move suspended-count to count-display.
000000    display "  suspended currencies left out "
000000        function trim(count-display).
000000    move flagged-count to count-display.
000000    display "  rows served under a manual override "
000000        function trim(count-display).
000000    stop run.
000000 init-config section.
000000    *> same environment conventions as the other batches and
000000    *> the same master paths the service reads, so the sheet
000000    *> quotes exactly what the service deals at; runs right
000000    *> after ecb-feed-load has swapped the day's file in
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SVC_CSV_PATH".
000000    if env-text not = spaces
000000        move env-text to today-csv-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_OVERRIDES_PATH".
000000    if env-text not = spaces
000000        move env-text to overrides-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_PARITIES_PATH".
000000    if env-text not = spaces
000000        move env-text to parities-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_CURRENCY_META_PATH".
000000    if env-text not = spaces
000000        move env-text to meta-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SVC_SPREADS_PATH".
000000    if env-text not = spaces
000000        move env-text to spreads-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SHEET_DIR".
000000    if env-text not = spaces
000000        move env-text to sheet-dir
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SHEET_DISTRIBUTION_PATH".
000000    if env-text not = spaces
000000        move env-text to distribution-path
000000    end-if.
000000    *> the sheet is dated with the business date job-stream-
000000    *> driver exports, so a stream resubmitted after midnight
000000    *> still produces the day it failed on
000000    move current-date(1:8) to today-date.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_JOB_DATE".
000000    if env-text not = spaces
000000        move env-text(1:8) to today-date
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SHEET_DATE".
000000    if env-text not = spaces
000000        move env-text(1:8) to today-date
000000    end-if.
000000    move current-date(1:14) to produced-stamp.
000000    move spaces to sheet-path.
000000    string function trim(sheet-dir) delimited by size
000000        "/rate-sheet-" delimited by size
000000        today-date delimited by size
000000        ".txt" delimited by size
000000        into sheet-path.
000000    move spaces to sheet-csv-path.
000000    string function trim(sheet-dir) delimited by size
000000        "/rate-sheet-" delimited by size
000000        today-date delimited by size
000000        ".csv" delimited by size
000000        into sheet-csv-path.
000000 check-closure-day section.
000000    *> no publication on a TARGET closing day, so no new sheet;
000000    *> the distribution log still says why the date has none
000000    call "target-closed" using today-date, target-closed-flag.
000000    if target-closed-flag = "Y"
000000        display "Note: TARGET closing day - no rate sheet"
000000            upon syserr
000000        perform open-distribution-log
000000        if distribution-file-ok
000000            move spaces to distribution-record
000000            string produced-stamp delimited by size
000000                ";" delimited by size
000000                today-date delimited by size
000000                ";NONE;;0;0;0;TARGET closing day"
000000                delimited by size
000000                into distribution-record
000000            write distribution-record
000000            close file-distribution
000000        end-if
000000        move 0 to return-code
000000        stop run
000000    end-if.
000000 load-today-rates section.
000000    open input file-today.
000000    if not today-file-exists
000000        display "Error reading today's rates file" upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    perform until exit
000000        read file-today at end exit perform end-read
000000    end-perform.
000000    move csv-ecb-rates(today-csv-content) to today-dataset.
000000    close file-today.
000000    set address of today-rates to today-ptr.
000000    perform varying t-idx from 1 by 1 until t-idx > 64
000000        set r-idx to t-idx
000000        move today-currency(t-idx) to sheet-currency(r-idx)
000000        move today-rate-value(t-idx) to sheet-mid(r-idx)
000000        move "N" to sheet-overridden(r-idx)
000000        move spaces to sheet-anchor(r-idx)
000000    end-perform.
000000 load-overrides section.
000000    *> load-rates consumes an override the moment it serves it
000000    *> by commenting the row out as "*applied ", so by the time
000000    *> this runs after the feed's reload today's overrides are
000000    *> usually in that form; a live row the service has not yet
000000    *> picked up will be served on its next reload. either way
000000    *> only today's rows with two different operators count
000000    open input file-overrides.
000000    if not overrides-file-exists
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-overrides at end exit perform end-read
000000        move spaces to ovr-row-text
000000        if override-record(1:9) = "*applied "
000000            move override-record(10:) to ovr-row-text
000000        else
000000            if override-record(1:1) not = "*"
000000                move override-record to ovr-row-text
000000            end-if
000000        end-if
000000        if ovr-row-text not = spaces
000000            perform apply-one-override
000000        end-if
000000    end-perform.
000000    close file-overrides.
000000 apply-one-override section.
000000    move spaces to ovr-code-text.
000000    move spaces to ovr-rate-text.
000000    move spaces to ovr-date-text.
000000    move spaces to ovr-reason-text.
000000    move spaces to ovr-entered-text.
000000    move spaces to ovr-approved-text.
000000    unstring ovr-row-text delimited by ";"
000000        into ovr-code-text, ovr-rate-text, ovr-date-text,
000000        ovr-reason-text, ovr-entered-text, ovr-approved-text.
000000    if ovr-code-text = spaces
000000            or ovr-date-text(1:8) not = today-date
000000            or ovr-entered-text = spaces
000000            or ovr-approved-text = spaces
000000            or ovr-entered-text = ovr-approved-text
000000            or test-numval(ovr-rate-text) not = 0
000000        exit section
000000    end-if.
000000    if numval(ovr-rate-text) = 0
000000        exit section
000000    end-if.
000000    move ovr-code-text(1:3) to rate-lookup-code.
000000    perform find-rate-slot.
000000    if not rate-slot-found
000000        perform claim-rate-slot
000000    end-if.
000000    if not rate-slot-found
000000        exit section
000000    end-if.
000000    move numval(ovr-rate-text) to sheet-mid(r-idx).
000000    move "Y" to sheet-overridden(r-idx).
000000    add 1 to override-count.
000000 find-rate-slot section.
000000    move "N" to rate-slot-switch.
000000    perform varying r-idx from 1 by 1
000000            until r-idx > 64 or rate-slot-found
000000        if sheet-currency(r-idx) = rate-lookup-code
000000            move "Y" to rate-slot-switch
000000        end-if
000000    end-perform.
000000    if rate-slot-found
000000        set r-idx down by 1
000000    end-if.
000000 claim-rate-slot section.
000000    move "N" to rate-slot-switch.
000000    perform varying r-idx from 1 by 1
000000            until r-idx > 64 or rate-slot-found
000000        if sheet-currency(r-idx) = spaces
000000            move "Y" to rate-slot-switch
000000        end-if
000000    end-perform.
000000    if rate-slot-found
000000        set r-idx down by 1
000000        move rate-lookup-code to sheet-currency(r-idx)
000000        move 0 to sheet-mid(r-idx)
000000        move "N" to sheet-overridden(r-idx)
000000        move spaces to sheet-anchor(r-idx)
000000    end-if.
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
000000 derive-parities section.
000000    *> the feed and the overrides always win, pegs do not chain,
000000    *> and an override on the anchor flags the derived row too,
000000    *> as it flags the conversion in the service. a re-pegged
000000    *> code has a row per ratio: only the row with the latest
000000    *> effective date is in force, a later row in the file
000000    *> winning a tie
000000    perform varying pt-idx from 1 by 1
000000            until pt-idx > parity-count
000000        move "Y" to par-usable-switch
000000        if parity-code(pt-idx) = parity-anchor(pt-idx)
000000                or parity-code(pt-idx) = "EUR"
000000                or parity-ratio(pt-idx) = 0
000000            move "N" to par-usable-switch
000000        end-if
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
000000                move "N" to par-usable-switch
000000            end-if
000000        end-perform
000000        perform varying par-check-idx from 1 by 1
000000                until par-check-idx > parity-count
000000            if parity-code(par-check-idx)
000000                    = parity-anchor(pt-idx)
000000                move "N" to par-usable-switch
000000            end-if
000000        end-perform
000000        move parity-code(pt-idx) to rate-lookup-code
000000        perform find-rate-slot
000000        if rate-slot-found
000000            move "N" to par-usable-switch
000000        end-if
000000        if par-usable
000000            perform derive-one-parity
000000        end-if
000000    end-perform.
000000 derive-one-parity section.
000000    if parity-anchor(pt-idx) = "EUR"
000000        move 1 to par-anchor-rate
000000        move "N" to par-anchor-overridden
000000    else
000000        move parity-anchor(pt-idx) to rate-lookup-code
000000        perform find-rate-slot
000000        if not rate-slot-found
000000            exit section
000000        end-if
000000        move sheet-mid(r-idx) to par-anchor-rate
000000        move sheet-overridden(r-idx) to par-anchor-overridden
000000    end-if.
000000    compute par-derived-rate rounded =
000000        par-anchor-rate * parity-ratio(pt-idx)
000000        on size error move 0 to par-derived-rate
000000    end-compute.
000000    if par-derived-rate = 0
000000        exit section
000000    end-if.
000000    move parity-code(pt-idx) to rate-lookup-code.
000000    perform claim-rate-slot.
000000    if rate-slot-found
000000        move par-derived-rate to sheet-mid(r-idx)
000000        move par-anchor-overridden to sheet-overridden(r-idx)
000000        move parity-anchor(pt-idx) to sheet-anchor(r-idx)
000000    end-if.
000000 load-currency-meta section.
000000    *> master layout: CODE;Full name;minor-units;rounding;status
000000    *> - read under the service loader's rules. without the
000000    *> master nothing is suspended and the name columns are
000000    *> left blank
000000    open input file-meta.
000000    if not meta-file-exists
000000        display "Warning: currency metadata master not found"
000000            upon syserr
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-meta at end exit perform end-read
000000        if meta-record(1:1) not = "*"
000000                and meta-record not = spaces
000000                and meta-count < 64
000000            move spaces to meta-code-text
000000            move spaces to meta-name-text
000000            move spaces to meta-units-text
000000            move spaces to meta-rounding-text
000000            move spaces to meta-status-text
000000            unstring meta-record delimited by ";"
000000                into meta-code-text, meta-name-text,
000000                meta-units-text, meta-rounding-text,
000000                meta-status-text
000000            if meta-code-text not = spaces
000000                add 1 to meta-count
000000                set midx to meta-count
000000                move upper-case(meta-code-text(1:3))
000000                    to meta-code(midx)
000000                move meta-name-text to meta-name(midx)
000000                if meta-units-text not = spaces
000000                        and test-numval(meta-units-text) = 0
000000                        and numval(meta-units-text) <= 4
000000                    move numval(meta-units-text)
000000                        to meta-minor-units(midx)
000000                else
000000                    move 2 to meta-minor-units(midx)
000000                end-if
000000                if upper-case(meta-status-text(1:1)) = "S"
000000                    move "S" to meta-status(midx)
000000                else
000000                    move "A" to meta-status(midx)
000000                end-if
000000            end-if
000000        end-if
000000    end-perform.
000000    close file-meta.
000000 find-currency-meta section.
000000    move "N" to meta-found-switch.
000000    perform varying midx from 1 by 1
000000            until midx > meta-count or meta-found
000000        if meta-code(midx) = sheet-currency(r-idx)
000000            move "Y" to meta-found-switch
000000        end-if
000000    end-perform.
000000    if meta-found
000000        set midx down by 1
000000    end-if.
000000 load-spreads section.
000000    *> master layout: CCY;bid-pct;ask-pct;client, under the
000000    *> service loader's rules. without the master every tier
000000    *> deals at mid and the sheet shows the default tier only
000000    open input file-spreads.
000000    if not spreads-file-exists
000000        display "Warning: rate spreads master not found"
000000            upon syserr
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-spreads at end exit perform end-read
000000        if spreads-record(1:1) not = "*"
000000                and spreads-record not = spaces
000000                and spread-count < 128
000000            move spaces to spr-code-text
000000            move spaces to spr-bid-text
000000            move spaces to spr-ask-text
000000            move spaces to spr-client-text
000000            unstring spreads-record delimited by ";"
000000                into spr-code-text, spr-bid-text,
000000                spr-ask-text, spr-client-text
000000            if spr-code-text not = spaces
000000                    and test-numval(spr-bid-text) = 0
000000                    and test-numval(spr-ask-text) = 0
000000                    and numval(spr-bid-text) < 100
000000                    and numval(spr-ask-text) < 100
000000                add 1 to spread-count
000000                set sp-idx to spread-count
000000                move upper-case(spr-code-text(1:3))
000000                    to spread-currency(sp-idx)
000000                move numval(spr-bid-text) to spread-bid(sp-idx)
000000                move numval(spr-ask-text) to spread-ask(sp-idx)
000000                move function trim(spr-client-text)
000000                    to spread-client(sp-idx)
000000            end-if
000000        end-if
000000    end-perform.
000000    close file-spreads.
000000 build-tier-list section.
000000    *> entry one is the default tier (blank client); each client
000000    *> the spreads master names gets its own section once
000000    move 1 to tier-count.
000000    move spaces to tier-client(1).
000000    perform varying sp-idx from 1 by 1
000000            until sp-idx > spread-count
000000        if spread-client(sp-idx) not = spaces
000000            move "N" to tier-found-switch
000000            perform varying tr-idx from 1 by 1
000000                    until tr-idx > tier-count or tier-found
000000                if tier-client(tr-idx) = spread-client(sp-idx)
000000                    move "Y" to tier-found-switch
000000                end-if
000000            end-perform
000000            if not tier-found and tier-count < 33
000000                add 1 to tier-count
000000                set tr-idx to tier-count
000000                move spread-client(sp-idx) to tier-client(tr-idx)
000000            end-if
000000        end-if
000000    end-perform.
000000 find-spread section.
000000    *> the service's rule: the client's own row wins over the
000000    *> currency's default row, and no row at all deals at mid
000000    move "N" to spread-found-switch.
000000    move 0 to spread-bid-pct.
000000    move 0 to spread-ask-pct.
000000    perform varying sp-idx from 1 by 1
000000            until sp-idx > spread-count
000000        if spread-currency(sp-idx) = sheet-currency(r-idx)
000000            if spread-client(sp-idx) = tier-client(tr-idx)
000000                move "Y" to spread-found-switch
000000                move spread-bid(sp-idx) to spread-bid-pct
000000                move spread-ask(sp-idx) to spread-ask-pct
000000                exit perform
000000            end-if
000000            if spread-client(sp-idx) = spaces
000000                    and not spread-row-found
000000                move "Y" to spread-found-switch
000000                move spread-bid(sp-idx) to spread-bid-pct
000000                move spread-ask(sp-idx) to spread-ask-pct
000000            end-if
000000        end-if
000000    end-perform.
000000 write-sheets section.
000000    *> both sheets are written side by side, section for
000000    *> section, so their trailers must agree; the csv carries
000000    *> the same record types plus a C row of column titles
000000    open output file-sheet.
000000    if not sheet-file-writable
000000        display "Error: cannot write " function trim(sheet-path)
000000            upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    open output file-sheet-csv.
000000    if not sheet-csv-file-writable
000000        close file-sheet
000000        display "Error: cannot write "
000000            function trim(sheet-csv-path) upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    move today-date to sheet-hdr-date.
000000    move produced-stamp to sheet-hdr-produced.
000000    move tier-count to sheet-hdr-tiers.
000000    write sheet-record from sheet-header.
000000    move tier-count to tier-display.
000000    move spaces to sheet-csv-record.
000000    string "H," delimited by size
000000        today-date delimited by size
000000        "," delimited by size
000000        produced-stamp delimited by size
000000        "," delimited by size
000000        function trim(tier-display) delimited by size
000000        into sheet-csv-record.
000000    write sheet-csv-record.
000000    move spaces to sheet-csv-record.
000000    string "C,tier,currency,name,minor_units,mid,buy,sell,"
000000        delimited by size
000000        "override,derived_from" delimited by size
000000        into sheet-csv-record.
000000    write sheet-csv-record.
000000    perform varying tr-idx from 1 by 1
000000            until tr-idx > tier-count
000000        perform write-tier-section
000000    end-perform.
000000    move detail-count to sheet-trl-count.
000000    move hash-total to sheet-trl-hash.
000000    write sheet-record from sheet-trailer.
000000    move detail-count to count-display.
000000    move hash-total to hash-display.
000000    move spaces to sheet-csv-record.
000000    string "T," delimited by size
000000        function trim(count-display) delimited by size
000000        "," delimited by size
000000        function trim(hash-display) delimited by size
000000        into sheet-csv-record.
000000    write sheet-csv-record.
000000    close file-sheet.
000000    close file-sheet-csv.
000000 write-tier-section section.
000000    if tier-client(tr-idx) = spaces
000000        move "DEFAULT" to tier-label
000000        move "DEFAULT" to sheet-sec-kind
000000    else
000000        move tier-client(tr-idx) to tier-label
000000        move "CLIENT" to sheet-sec-kind
000000    end-if.
000000    move tier-label to sheet-sec-tier.
000000    write sheet-record from sheet-section.
000000    move spaces to sheet-csv-record.
000000    string "S," delimited by size
000000        function trim(tier-label) delimited by size
000000        "," delimited by size
000000        function trim(sheet-sec-kind) delimited by size
000000        into sheet-csv-record.
000000    write sheet-csv-record.
000000    perform varying r-idx from 1 by 1 until r-idx > 64
000000        if sheet-currency(r-idx) not = spaces
000000                and sheet-mid(r-idx) not = 0
000000            perform write-sheet-row
000000        end-if
000000    end-perform.
000000 write-sheet-row section.
000000    *> a suspended currency is refused by the service, so it is
000000    *> not quoted; counted once, on the default tier's pass
000000    perform find-currency-meta.
000000    if meta-found and meta-status(midx) = "S"
000000        if tr-idx = 1
000000            add 1 to suspended-count
000000        end-if
000000        exit section
000000    end-if.
000000    *> rates are units of currency per EUR 1: the desk buys the
000000    *> currency in at mid lifted by the bid margin and sells it
000000    *> out at mid cut by the ask margin, as the converter deals
000000    perform find-spread.
000000    compute buy-rate rounded =
000000        sheet-mid(r-idx) * (1 + spread-bid-pct / 100).
000000    compute sell-rate rounded =
000000        sheet-mid(r-idx) * (1 - spread-ask-pct / 100).
000000    move spaces to minor-units-text.
000000    move tier-label to sheet-det-tier.
000000    move sheet-currency(r-idx) to sheet-det-currency.
000000    move spaces to sheet-det-name.
000000    if meta-found
000000        move meta-name(midx) to sheet-det-name
000000        move meta-minor-units(midx) to minor-units-text
000000    end-if.
000000    move minor-units-text to sheet-det-minor-units.
000000    move sheet-mid(r-idx) to sheet-det-mid.
000000    move buy-rate to sheet-det-buy.
000000    move sell-rate to sheet-det-sell.
000000    if sheet-overridden(r-idx) = "Y"
000000        move "O" to sheet-det-override
000000        if tr-idx = 1
000000            add 1 to flagged-count
000000        end-if
000000    else
000000        move space to sheet-det-override
000000    end-if.
000000    move sheet-anchor(r-idx) to sheet-det-anchor.
000000    write sheet-record from sheet-detail.
000000    add 1 to detail-count.
000000    add sheet-mid(r-idx) to hash-total.
000000    move sheet-mid(r-idx) to rate-display.
000000    move buy-rate to buy-display.
000000    move sell-rate to sell-display.
000000    move spaces to sheet-csv-record.
000000    move 1 to csv-ptr.
000000    string "D," delimited by size
000000        function trim(tier-label) delimited by size
000000        "," delimited by size
000000        sheet-currency(r-idx) delimited by size
000000        ',"' delimited by size
000000        function trim(sheet-det-name) delimited by size
000000        '",' delimited by size
000000        minor-units-text delimited by space
000000        "," delimited by size
000000        function trim(rate-display) delimited by size
000000        "," delimited by size
000000        function trim(buy-display) delimited by size
000000        "," delimited by size
000000        function trim(sell-display) delimited by size
000000        "," delimited by size
000000        into sheet-csv-record with pointer csv-ptr.
000000    if sheet-overridden(r-idx) = "Y"
000000        string "Y" delimited by size
000000            into sheet-csv-record with pointer csv-ptr
000000    end-if.
000000    string "," delimited by size
000000        sheet-anchor(r-idx) delimited by space
000000        into sheet-csv-record with pointer csv-ptr.
000000    write sheet-csv-record.
000000 log-distribution section.
000000    *> one row per sheet produced:
000000    *> stamp;sheet-date;FIXED|CSV;path;tiers;rows;hash-total
000000    perform open-distribution-log.
000000    if not distribution-file-ok
000000        move spaces to syslog-message
000000        string "rate-sheet: cannot write distribution log "
000000            delimited by size
000000            function trim(distribution-path) delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000        move 4 to return-code
000000        exit section
000000    end-if.
000000    move tier-count to tier-display.
000000    move detail-count to count-display.
000000    move hash-total to hash-display.
000000    move spaces to distribution-record.
000000    string produced-stamp delimited by size
000000        ";" delimited by size
000000        today-date delimited by size
000000        ";FIXED;" delimited by size
000000        function trim(sheet-path) delimited by size
000000        ";" delimited by size
000000        function trim(tier-display) delimited by size
000000        ";" delimited by size
000000        function trim(count-display) delimited by size
000000        ";" delimited by size
000000        function trim(hash-display) delimited by size
000000        into distribution-record.
000000    write distribution-record.
000000    move spaces to distribution-record.
000000    string produced-stamp delimited by size
000000        ";" delimited by size
000000        today-date delimited by size
000000        ";CSV;" delimited by size
000000        function trim(sheet-csv-path) delimited by size
000000        ";" delimited by size
000000        function trim(tier-display) delimited by size
000000        ";" delimited by size
000000        function trim(count-display) delimited by size
000000        ";" delimited by size
000000        function trim(hash-display) delimited by size
000000        into distribution-record.
000000    write distribution-record.
000000    close file-distribution.
000000 open-distribution-log section.
000000    open extend file-distribution.
000000    if distribution-file-status = "35"
000000        open output file-distribution
000000    end-if.
000000 end program rate-sheet.

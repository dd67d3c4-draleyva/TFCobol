000000    01 audit-path-shared external.
000000        05 audit-path pic x(256) value
000000            "resources/conversion-audit.log".
000000    01 security-path-shared external.
000000        05 security-log-path pic x(256).
000000    01 ops-file-status pic x(2).
000000        88 ops-file-writable value "00".
000000    01 trail-info-area.
000000        88 rates-load-ok value "00".
000000    01 hist-carry-shared external.
000000        05 hist-carry-limit pic 9(3).
000000    01 quotes-path-shared external.
000000        05 quotes-path pic x(256).
000000    01 deals-path-shared external.
000000        05 deals-path pic x(256).
000000    01 quote-ttl-shared external.
000000        05 quote-ttl-seconds pic 9(5).
000000    01 forward-path-shared external.
000000        05 forward-points-path pic x(256).
000000    01 parities-path-shared external.
000000        05 parities-path pic x(256).
000000    01 forward-load-status pic x(2).
000000        88 forward-load-ok value "00".
000000 procedure division.
000000    *> pick up host/port/file-path overrides from the environment
000000    *> so the same load module runs on the test and production
000000    if env-text not = spaces
000000        move env-text to overrides-path
000000    end-if.
000000    *> fixed parities and hard pegs: currencies the ECB does
000000    *> not quote, served as their anchor's rate times a fixed
000000    *> ratio; load-rates re-derives them on every load
000000    move "resources/currency-parities.csv" to parities-path.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_PARITIES_PATH".
000000    if env-text not = spaces
000000        move env-text to parities-path
000000    end-if.
000000    move "resources/currency-metadata.csv" to meta-path.
000000    move spaces to env-text.
000000    accept env-text
000000    if env-text not = spaces
000000        move env-text to spreads-path
000000    end-if.
000000    *> forward points per currency and standard tenor, added
000000    *> to the spot mid for the "/forward" routes; without the
000000    *> master the service simply quotes no forwards
000000    move "resources/forward-points.csv" to forward-points-path.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_FORWARD_POINTS_PATH".
000000    if env-text not = spaces
000000        move env-text to forward-points-path
000000    end-if.
000000    *> live operational counters behind the "/ops" route, kept
000000    *> in a state file so the counts survive the forked bulk
000000    *> children; rewritten fresh here because "since startup"
000000        end-if
000000    end-if.
000000    move 0 to return-code.
000000    *> every request the key gate turns away, kept apart from
000000    *> the conversion trail for security's daily review
000000    move "resources/security.log" to security-log-path.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SECURITY_LOG_PATH".
000000    if env-text not = spaces
000000        move env-text to security-log-path
000000    end-if.
000000    open output file-ops.
000000    if ops-file-writable
000000        move spaces to ops-record
000000    if env-text not = spaces
000000        move numval(env-text) to hist-carry-limit
000000    end-if.
000000    *> rate quotes held for booking, and the deals they turn
000000    *> into; a quote stays bookable at its locked rate for this
000000    *> many seconds after it was issued
000000    move "resources/rate-quotes.dat" to quotes-path.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_QUOTES_PATH".
000000    if env-text not = spaces
000000        move env-text to quotes-path
000000    end-if.
000000    move "resources/deals.dat" to deals-path.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_DEALS_PATH".
000000    if env-text not = spaces
000000        move env-text to deals-path
000000    end-if.
000000    move 30 to quote-ttl-seconds.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_QUOTE_SECONDS".
000000    if env-text not = spaces
000000        move numval(env-text) to quote-ttl-seconds
000000    end-if.
000000    *> load-rates does the open/read/close/parse steps for the
000000    *> current-day file, so the same routine also backs the
000000    *> "/reload" route in http-handler
000000            "conversions will be served at mid rates"
000000            upon syserr
000000    end-if.
000000    call "load-forward-points" using forward-points-path,
000000        forward-load-status.
000000    if not forward-load-ok
000000        display "Warning: forward points master not available - "
000000            "forward routes will be refused"
000000            upon syserr
000000    end-if.
000000    *> start HTTP server with http-handler callback
000000    call "receive-tcp" using svc-host, svc-port, 0,
000000        address of entry "http-handler".
000000    select file-overrides assign to overrides-path
000000    organization is line sequential
000000    file status is overrides-file-status.
000000    select file-parities assign to parities-path
000000    organization is line sequential
000000    file status is parities-file-status.
000000 data division.
000000 file section.
000000 fd file-csv.
000000    01 csv-content pic x(1024).
000000 fd file-overrides.
000000    01 override-record pic x(256).
000000 fd file-parities.
000000    01 parity-record pic x(256).
000000 working-storage section.
000000    78 SYSLOG-FACILITY-USER value 8.
000000    78 SYSLOG-SEVERITY-ERRROR value 3.
000000        88 overrides-file-exists value "00".
000000    01 overrides-path-shared external.
000000        05 overrides-path pic x(256).
000000    01 parities-file-status pic x(2).
000000        88 parities-file-exists value "00".
000000    01 parities-path-shared external.
000000        05 parities-path pic x(256).
000000    *> the parity master as loaded, shared with http-handler:
000000    *> every active row is kept with its effective-from date so
000000    *> the historical routes can derive past dates too, and
000000    *> parity-live marks the rows that put a derived entry into
000000    *> today's rate table
000000    01 parity-state external.
000000        05 parity-count usage binary-long unsigned.
000000        05 parity-entry occurs 64 times indexed by pt-idx.
000000            10 parity-code pic x(3).
000000            10 parity-anchor pic x(3).
000000            10 parity-ratio pic 9(7)v9(8).
000000            10 parity-from pic x(8).
000000            10 parity-live pic x(1).
000000    01 par-code-text pic x(16).
000000    01 par-anchor-text pic x(16).
000000    01 par-ratio-text pic x(32).
000000    01 par-from-text pic x(16).
000000    01 par-status-text pic x(8).
000000    01 par-anchor-rate pic 9(7)v9(8).
000000    01 par-derived-rate pic 9(7)v9(8).
000000    01 par-anchor-switch pic x(1).
000000        88 par-anchor-found value "Y".
000000    01 par-slot-switch pic x(1).
000000        88 par-slot-found value "Y".
000000    01 par-check-idx usage binary-long unsigned.
000000    *> which currencies are currently served from a manual
000000    *> override, shared with http-handler so every conversion
000000    *> touching one is flagged in its response and audit record;
000000    *> convert csv-content to the list of key-value pairs
000000    move csv-ecb-rates(csv-content) to dataset.
000000    perform apply-overrides.
000000    *> parities derive from the rates as served, so an override
000000    *> on an anchor carries through to everything pegged to it
000000    perform apply-parities.
000000    move file-status to load-status.
000000    move file-status to last-file-status.
000000    goback.
000000        into syslog-message.
000000    call "syslog" using SYSLOG-FACILITY-USER,
000000        SYSLOG-SEVERITY-ERRROR, syslog-message.
000000 apply-parities section.
000000    *> master layout: CODE;anchor;ratio;yyyymmdd;status - the
000000    *> derived rate is the anchor's rate against EUR times the
000000    *> ratio (units of CODE per unit of anchor), an anchor of
000000    *> EUR meaning the ratio is the rate itself. status A
000000    *> serves, S holds the row back; a row whose ratio does not
000000    *> parse, or whose code and anchor match, is skipped
000000    move 0 to parity-count.
000000    open input file-parities.
000000    if not parities-file-exists
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-parities at end exit perform end-read
000000        if parity-record(1:1) not = "*"
000000                and parity-record not = spaces
000000            perform load-one-parity
000000        end-if
000000    end-perform.
000000    close file-parities.
000000    set address of live-rates to dataset-ptr.
000000    perform varying pt-idx from 1 by 1
000000            until pt-idx > parity-count
000000        perform derive-one-parity
000000    end-perform.
000000 load-one-parity section.
000000    move spaces to par-code-text.
000000    move spaces to par-anchor-text.
000000    move spaces to par-ratio-text.
000000    move spaces to par-from-text.
000000    move spaces to par-status-text.
000000    unstring parity-record delimited by ";"
000000        into par-code-text, par-anchor-text, par-ratio-text,
000000        par-from-text, par-status-text.
000000    move upper-case(par-code-text) to par-code-text.
000000    move upper-case(par-anchor-text) to par-anchor-text.
000000    move upper-case(function trim(par-status-text))
000000        to par-status-text.
000000    if par-status-text = "S"
000000        exit section
000000    end-if.
000000    if par-code-text(1:3) = spaces
000000            or par-anchor-text(1:3) = spaces
000000            or par-code-text(1:3) = par-anchor-text(1:3)
000000            or par-code-text(1:3) = "EUR"
000000            or test-numval(par-ratio-text) not = 0
000000            or par-from-text(1:8) not numeric
000000            or (par-status-text not = "A"
000000                and par-status-text not = spaces)
000000        move spaces to syslog-message
000000        string "load-rates: parity row for " delimited by size
000000            par-code-text(1:3) delimited by size
000000            " ignored - row not usable" delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000        exit section
000000    end-if.
000000    if numval(par-ratio-text) = 0
000000        exit section
000000    end-if.
000000    if parity-count >= 64
000000        exit section
000000    end-if.
000000    add 1 to parity-count.
000000    set pt-idx to parity-count.
000000    move par-code-text(1:3) to parity-code(pt-idx).
000000    move par-anchor-text(1:3) to parity-anchor(pt-idx).
000000    move numval(par-ratio-text) to parity-ratio(pt-idx).
000000    move par-from-text(1:8) to parity-from(pt-idx).
000000    move "N" to parity-live(pt-idx).
000000 derive-one-parity section.
000000    *> only rows already in force are served today; the feed
000000    *> always wins, so a code the ECB (or a manual override)
000000    *> already put into the table is never overwritten, and an
000000    *> anchor must be a quoted rate itself - pegs do not chain
000000    if parity-from(pt-idx) > current-date(1:8)
000000        exit section
000000    end-if.
000000    *> a re-pegged code has a row per ratio: the row in force
000000    *> is the one with the latest effective date not after
000000    *> today, a later row in the file winning a tie - the same
000000    *> choice every reader of the master makes for its date
000000    perform varying par-check-idx from 1 by 1
000000            until par-check-idx > parity-count
000000        if parity-code(par-check-idx) = parity-code(pt-idx)
000000                and parity-from(par-check-idx)
000000                <= current-date(1:8)
000000            if parity-from(par-check-idx) > parity-from(pt-idx)
000000                exit section
000000            end-if
000000            if parity-from(par-check-idx) = parity-from(pt-idx)
000000                    and par-check-idx > pt-idx
000000                exit section
000000            end-if
000000        end-if
000000    end-perform.
000000    perform varying par-check-idx from 1 by 1
000000            until par-check-idx > parity-count
000000        if parity-code(par-check-idx) = parity-anchor(pt-idx)
000000            move spaces to syslog-message
000000            string "load-rates: parity for " delimited by size
000000                parity-code(pt-idx) delimited by size
000000                " ignored - anchor " delimited by size
000000                parity-anchor(pt-idx) delimited by size
000000                " is itself derived" delimited by size
000000                into syslog-message
000000            call "syslog" using SYSLOG-FACILITY-USER,
000000                SYSLOG-SEVERITY-ERRROR, syslog-message
000000            exit section
000000        end-if
000000    end-perform.
000000    move "N" to par-slot-switch.
000000    perform varying lv-idx from 1 by 1
000000            until lv-idx > 64 or par-slot-found
000000        if live-currency(lv-idx) = parity-code(pt-idx)
000000            move "Y" to par-slot-switch
000000        end-if
000000    end-perform.
000000    if par-slot-found
000000        exit section
000000    end-if.
000000    move "N" to par-anchor-switch.
000000    if parity-anchor(pt-idx) = "EUR"
000000        move 1 to par-anchor-rate
000000        move "Y" to par-anchor-switch
000000    else
000000        perform varying lv-idx from 1 by 1
000000                until lv-idx > 64 or par-anchor-found
000000            if live-currency(lv-idx) = parity-anchor(pt-idx)
000000                move live-rate-value(lv-idx) to par-anchor-rate
000000                move "Y" to par-anchor-switch
000000            end-if
000000        end-perform
000000    end-if.
000000    if not par-anchor-found
000000        move spaces to syslog-message
000000        string "load-rates: parity for " delimited by size
000000            parity-code(pt-idx) delimited by size
000000            " not served - no rate for anchor " delimited by size
000000            parity-anchor(pt-idx) delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000        exit section
000000    end-if.
000000    compute par-derived-rate rounded =
000000        par-anchor-rate * parity-ratio(pt-idx)
000000        on size error move 0 to par-derived-rate
000000    end-compute.
000000    if par-derived-rate = 0
000000        exit section
000000    end-if.
000000    perform varying lv-idx from 1 by 1
000000            until lv-idx > 64 or par-slot-found
000000        if live-currency(lv-idx) = spaces
000000            move "Y" to par-slot-switch
000000            move parity-code(pt-idx) to live-currency(lv-idx)
000000            move par-derived-rate to live-rate-value(lv-idx)
000000        end-if
000000    end-perform.
000000    if par-slot-found
000000        move "Y" to parity-live(pt-idx)
000000    else
000000        move spaces to syslog-message
000000        string "load-rates: parity for " delimited by size
000000            parity-code(pt-idx) delimited by size
000000            " not served - rate table full" delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000    end-if.
000000 end program load-rates.
000000 identification division.
000000 program-id. load-currency-meta.
000000 fd file-keys.
000000    01 keys-record pic x(256).
000000 working-storage section.
000000    78 SYSLOG-FACILITY-USER value 8.
000000    78 SYSLOG-SEVERITY-ERRROR value 3.
000000    01 keys-file-status pic x(2).
000000        88 keys-file-exists value "00".
000000    *> client API keys master, shared with http-handler: the key
000000    *> itself, who the client is for the chargeback roll-up,
000000    *> whether the key is currently enabled, the routes the
000000    *> key may use ("*" or a space-separated list drawn from
000000    *> convert historical bulk stats reload ops deal forward),
000000    *> and the daily quotas - requests per day and a separate,
000000    *> lower cap on "/bulk" lines; zero or blank means uncapped.
000000    *> the last day a key may be used rides along so rotation
000000    *> is a dated event; key-enabled "E" marks a key the loader
000000    *> refused as expired
000000    01 api-keys external.
000000        05 key-count usage binary-long unsigned.
000000        05 key-entry occurs 32 times indexed by kidx.
000000            10 key-routes pic x(64).
000000            10 key-day-quota usage binary-long unsigned.
000000            10 key-bulk-quota usage binary-long unsigned.
000000            10 key-expiry pic x(8).
000000    01 key-text pic x(32).
000000    01 client-text pic x(20).
000000    01 enabled-text pic x(8).
000000    01 routes-text pic x(64).
000000    01 quota-text pic x(16).
000000    01 bulk-quota-text pic x(16).
000000    01 expiry-text pic x(16).
000000    01 syslog-message pic x(120).
000000 linkage section.
000000    01 keys-file-path pic x(256).
000000    01 load-status pic x(2).
000000 procedure division using keys-file-path, load-status.
000000    *> master layout:
000000    *> key;client;Y|N;routes;day-quota;bulk-quota;expiry
000000    *> - semicolons like the currency metadata master, "*"
000000    *> comments a row out. the two quota columns are optional so
000000    *> every pre-quota master still loads, uncapped; a blank
000000    *> expiry (yyyymmdd, last day of use) never lapses. re-
000000    *> runnable, so "/reload" is how a runaway client's key or
000000    *> quota is changed without bouncing the whole service
000000    open input file-keys.
000000    if not keys-file-exists
000000        move keys-file-status to load-status
000000            move spaces to routes-text
000000            move spaces to quota-text
000000            move spaces to bulk-quota-text
000000            move spaces to expiry-text
000000            unstring keys-record delimited by ";"
000000                into key-text, client-text, enabled-text,
000000                routes-text, quota-text, bulk-quota-text,
000000                expiry-text
000000            if key-text not = spaces
000000                add 1 to key-count
000000                set kidx to key-count
000000                else
000000                    move 0 to key-bulk-quota(kidx)
000000                end-if
000000                perform check-key-expiry
000000            end-if
000000        end-if
000000    end-perform.
000000    close file-keys.
000000    move "00" to load-status.
000000    goback.
000000 check-key-expiry section.
000000    *> an expired key - or one whose expiry cannot be read as a
000000    *> date - is refused: it stays in the table marked "E" so
000000    *> the caller hears key_expired rather than key_unknown,
000000    *> and so a master of nothing but lapsed keys can never
000000    *> empty the table and open the service to everyone
000000    move spaces to key-expiry(kidx).
000000    if expiry-text = spaces
000000        exit section
000000    end-if.
000000    if expiry-text(1:8) is numeric
000000            and expiry-text(9:8) = spaces
000000            and test-date-yyyymmdd(numval(expiry-text(1:8))) = 0
000000        move expiry-text(1:8) to key-expiry(kidx)
000000        if key-expiry(kidx) >= current-date(1:8)
000000            exit section
000000        end-if
000000    end-if.
000000    move "E" to key-enabled(kidx).
000000    move spaces to syslog-message.
000000    string "load-api-keys: key for " delimited by size
000000        function trim(key-client(kidx)) delimited by size
000000        " refused - expiry " delimited by size
000000        function trim(expiry-text) delimited by size
000000        into syslog-message.
000000    call "syslog" using SYSLOG-FACILITY-USER,
000000        SYSLOG-SEVERITY-ERRROR, syslog-message.
000000 end program load-api-keys.
000000 identification division.
000000 program-id. load-rate-spreads.
000000    goback.
000000 end program load-rate-spreads.
000000 identification division.
000000 program-id. load-forward-points.
000000 environment division.
000000 configuration section.
000000 repository. function all intrinsic.
000000 input-output section.
000000 file-control.
000000    select file-forward assign to forward-file-path
000000    organization is line sequential
000000    file status is forward-file-status.
000000 data division.
000000 file section.
000000 fd file-forward.
000000    01 forward-record pic x(256).
000000 working-storage section.
000000    01 forward-file-status pic x(2).
000000        88 forward-file-exists value "00".
000000    *> forward points master, shared with http-handler: one row
000000    *> per currency per standard tenor, the points treasury
000000    *> quotes and the divisor that turns them into rate units
000000    *> (10000 for most currencies, 100 for the yen-style ones),
000000    *> so outright = spot mid + points / divisor
000000    01 forward-points external.
000000        05 fwd-point-count usage binary-long unsigned.
000000        05 fwd-point-entry occurs 512 times indexed by fp-idx.
000000            10 fwd-point-currency pic x(3).
000000            10 fwd-point-tenor pic x(3).
000000            10 fwd-point-value pic s9(7)v9(4).
000000            10 fwd-point-divisor pic 9(7).
000000    01 code-text pic x(16).
000000    01 tenor-text pic x(16).
000000    01 points-text pic x(24).
000000    01 divisor-text pic x(16).
000000    01 tenor-code pic x(3).
000000        88 tenor-standard values "ON" "TN" "1W" "1M" "2M" "3M"
000000            "6M" "12M".
000000 linkage section.
000000    01 forward-file-path pic x(256).
000000    01 load-status pic x(2).
000000 procedure division using forward-file-path, load-status.
000000    *> master layout: CCY;tenor;points;divisor - semicolons like
000000    *> the other masters, "*" comments a row out, a blank
000000    *> divisor means 10000. tenors are the standard set ON TN
000000    *> 1W 1M 2M 3M 6M 12M; a row with any other tenor, points
000000    *> that do not parse or a zero divisor is skipped rather
000000    *> than dealt on. re-runnable, so "/reload" picks up the
000000    *> day's new points without bouncing the service
000000    open input file-forward.
000000    if not forward-file-exists
000000        move forward-file-status to load-status
000000        goback
000000    end-if.
000000    move 0 to fwd-point-count.
000000    perform until exit
000000        read file-forward at end exit perform end-read
000000        if forward-record(1:1) not = "*"
000000                and forward-record not = spaces
000000                and fwd-point-count < 512
000000            move spaces to code-text
000000            move spaces to tenor-text
000000            move spaces to points-text
000000            move spaces to divisor-text
000000            unstring forward-record delimited by ";"
000000                into code-text, tenor-text, points-text,
000000                divisor-text
000000            move upper-case(function trim(tenor-text))
000000                to tenor-code
000000            if divisor-text = spaces
000000                move "10000" to divisor-text
000000            end-if
000000            if code-text not = spaces
000000                    and tenor-standard
000000                    and test-numval(points-text) = 0
000000                    and test-numval(divisor-text) = 0
000000                    and numval(divisor-text) >= 1
000000                add 1 to fwd-point-count
000000                set fp-idx to fwd-point-count
000000                move upper-case(code-text(1:3))
000000                    to fwd-point-currency(fp-idx)
000000                move tenor-code to fwd-point-tenor(fp-idx)
000000                move numval(points-text)
000000                    to fwd-point-value(fp-idx)
000000                move numval(divisor-text)
000000                    to fwd-point-divisor(fp-idx)
000000            end-if
000000        end-if
000000    end-perform.
000000    close file-forward.
000000    move "00" to load-status.
000000    goback.
000000 end program load-forward-points.
000000 identification division.
000000 program-id. http-handler.
000000 environment division.
000000 configuration section.
000000    select file-ops assign to ops-path
000000    organization is line sequential
000000    file status is ops-file-status.
000000    select security-file assign to security-log-path
000000    organization is line sequential
000000    file status is security-file-status.
000000    select quote-file assign to quotes-path
000000    organization is indexed
000000    access is dynamic
000000    record key is quote-id
000000    file status is quote-io-status.
000000    select deal-file assign to deals-path
000000    organization is indexed
000000    access is dynamic
000000    record key is deal-no
000000    file status is deal-io-status.
000000 data division.
000000 file section.
000000 fd audit-file.
000000    01 usage-record pic x(80).
000000 fd file-ops.
000000    01 ops-record pic x(80).
000000 fd security-file.
000000    01 security-record pic x(256).
000000 fd hist-file.
000000    01 hist-rec.
000000        05 hist-rec-key.
000000            10 hist-rec-date pic x(8).
000000            10 hist-rec-currency pic x(3).
000000        05 hist-rec-rate pic 9(7)V9(8).
000000    *> a priced quote held at its dealt rate until it is booked
000000    *> or runs out of time; the id leads with the issue date so
000000    *> the end-of-day blotter reads one day by key range
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
000000    *> the booked deal, numbered by business date and a running
000000    *> sequence within the day
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
000000 working-storage section.
000000    78 CRLF value x"0D" & x"0A".
000000    78 HTTP-OK value "200 OK".
000000    78 HTTP-NOT-FOUND value "404 Not Found".
000000    78 HTTP-FORBIDDEN value "403 Forbidden".
000000    78 HTTP-CONFLICT value "409 Conflict".
000000    78 HTTP-TOO-MANY value "429 Too Many Requests".
000000    78 HTTP-UNAVAILABLE value "503 Unavailable".
000000    *> sized for the month-end repricing runs the bulk route was
000000    *> asked for - 20,000+ invoice lines in a single call, all
000000    *> priced off one dataset snapshot
000000            10 key-routes pic x(64).
000000            10 key-day-quota usage binary-long unsigned.
000000            10 key-bulk-quota usage binary-long unsigned.
000000            10 key-expiry pic x(8).
000000    01 exchange-rates based.
000000        05 filer occurs 64 times indexed by idx.
000000            10 rate-currency pic x(3).
000000    01 route-allowed-switch pic x(1).
000000        88 route-allowed value "Y".
000000    01 route-token pic x(16).
000000    *> set while the key gate is deciding, so response-NOK can
000000    *> tell a refusal of the key from any other rejection
000000    01 key-gate-switch pic x(1).
000000        88 key-gate-refusal value "Y".
000000    01 security-path-shared external.
000000        05 security-log-path pic x(256).
000000    01 security-file-status pic x(2).
000000        88 security-file-open-ok value "00".
000000    01 request-peer external.
000000        05 peer-ip-address pic x(15).
000000    *> how the request was answered, for receive-tcp's timing
000000    *> record once the response has been sent
000000    01 request-outcome external.
000000        05 outcome-route pic x(12).
000000        05 outcome-status pic x(3).
000000        05 outcome-client pic x(20).
000000    01 masked-request-key pic x(12).
000000    01 security-path-text pic x(64).
000000    01 key-text-length usage binary-long.
000000    01 routes-ptr usage binary-long unsigned.
000000    01 usage-path-shared external.
000000        05 usage-path pic x(256).
000000        05 ops-started-stamp pic x(14).
000000        05 ops-reload-stamp pic x(14).
000000        05 ops-route-count usage binary-long unsigned.
000000        05 ops-route-entry occurs 20 times indexed by op-idx.
000000            10 ops-route-name pic x(12).
000000            10 ops-route-served usage binary-long unsigned.
000000            10 ops-route-last pic x(14).
000000    01 usage-lock-fd usage binary-long value -1.
000000    01 ops-lock-path pic x(256).
000000    01 ops-lock-fd usage binary-long value -1.
000000    01 security-lock-path pic x(256).
000000    01 security-lock-fd usage binary-long value -1.
000000    01 audit-alert-switch pic x(1).
000000        88 audit-alerted value "Y".
000000    01 syslog-message pic x(120).
000000    01 loaded-currency-count usage binary-long unsigned.
000000    01 loaded-currency-count-display pic z(6)9.
000000    01 quotes-path-shared external.
000000        05 quotes-path pic x(256).
000000    01 deals-path-shared external.
000000        05 deals-path pic x(256).
000000    01 quote-ttl-shared external.
000000        05 quote-ttl-seconds pic 9(5).
000000    01 quote-io-status pic x(2).
000000        88 quote-io-ok value "00".
000000    01 deal-io-status pic x(2).
000000        88 deal-io-ok value "00".
000000    01 quote-requested-switch pic x(1).
000000        88 quote-requested value "Y".
000000    01 quote-file-switch pic x(1).
000000        88 quote-file-open value "Y".
000000    01 deal-file-switch pic x(1).
000000        88 deal-file-open value "Y".
000000    01 quote-saved-switch pic x(1).
000000        88 quote-saved value "Y".
000000    01 issued-quote-id pic x(18).
000000    01 issued-expires pic x(14).
000000    01 quote-from-code pic x(3).
000000    01 quote-to-code pic x(3).
000000    01 quote-now-text pic x(16).
000000    01 quote-now-seconds usage binary-double.
000000    01 quote-exp-seconds usage binary-double.
000000    01 quote-exp-int usage binary-long.
000000    01 quote-exp-rem usage binary-long.
000000    01 quote-exp-date pic 9(8).
000000    01 quote-exp-hh pic 9(2).
000000    01 quote-exp-mm pic 9(2).
000000    01 quote-exp-ss pic 9(2).
000000    01 quote-pair-arrows usage binary-long unsigned.
000000    01 booked-deal-no pic x(14).
000000    01 next-deal-seq pic 9(6).
000000    01 deal-amount-display pic z(11)9.9(8).
000000    *> the quote file and the deal file change together when a
000000    *> quote is booked, so a single lock next to the quote file
000000    *> guards both
000000    01 quote-lock-path pic x(256).
000000    01 quote-lock-fd usage binary-long value -1.
000000    *> value-date arithmetic: business days counted forward
000000    *> from the trade date, stepping over TARGET closing days
000000    01 spot-value-date pic x(8).
000000    01 value-walk-int usage binary-long.
000000    01 value-walk-date pic 9(8).
000000    01 value-days-counted usage binary-long unsigned.
000000    01 forward-path-shared external.
000000        05 forward-points-path pic x(256).
000000    01 forward-reload-status pic x(2).
000000    01 forward-points external.
000000        05 fwd-point-count usage binary-long unsigned.
000000        05 fwd-point-entry occurs 512 times indexed by fp-idx.
000000            10 fwd-point-currency pic x(3).
000000            10 fwd-point-tenor pic x(3).
000000            10 fwd-point-value pic s9(7)v9(4).
000000            10 fwd-point-divisor pic 9(7).
000000    01 forward-requested-switch pic x(1).
000000        88 forward-requested value "Y".
000000    01 forward-to-foreign-switch pic x(1).
000000        88 forward-to-foreign value "Y".
000000    01 forward-found-switch pic x(1).
000000        88 forward-points-found value "Y".
000000    01 forward-spot-switch pic x(1).
000000        88 forward-spot-found value "Y".
000000    01 forward-code pic x(3).
000000    01 forward-amount-text pic x(32).
000000    01 forward-tenor pic x(3).
000000    01 forward-points-value pic s9(7)v9(4).
000000    01 forward-adjust pic s9(7)v9(8).
000000    01 forward-spot-rate pic 9(7)v9(8).
000000    01 forward-outright pic s9(7)v9(8).
000000    01 forward-value-date pic x(8).
000000    01 forward-months usage binary-long unsigned.
000000    01 forward-year pic 9(4).
000000    01 forward-month pic 9(2).
000000    01 forward-day pic 9(2).
000000    01 forward-month-end pic 9(8).
000000    01 forward-points-display pic -(6)9.9(4).
000000    01 forward-adjust-display pic -(6)9.9(8).
000000    01 audit-ptr usage binary-long unsigned.
000000    *> the trail record is a fixed 256 bytes; a suffix goes on
000000    *> whole or not at all, so no reader meets a cut-off token
000000    01 audit-suffix pic x(80).
000000    01 audit-suffix-ptr usage binary-long unsigned.
000000    01 audit-dropped pic x(40).
000000    01 audit-dropped-ptr usage binary-long unsigned.
000000    01 parity-state external.
000000        05 parity-count usage binary-long unsigned.
000000        05 parity-entry occurs 64 times indexed by pt-idx.
000000            10 parity-code pic x(3).
000000            10 parity-anchor pic x(3).
000000            10 parity-ratio pic 9(7)v9(8).
000000            10 parity-from pic x(8).
000000            10 parity-live pic x(1).
000000    *> a conversion touching a pegged code is marked derived
000000    *> and names its anchor - "USD", or "USD/EUR" when both
000000    *> legs of a cross are pegged to different anchors
000000    01 derived-switch pic x(1).
000000        88 rate-derived value "Y".
000000    01 derived-anchor pic x(7).
000000    01 parity-lookup-code pic x(3).
000000    01 parity-date pic x(8).
000000    01 parity-match-switch pic x(1).
000000        88 parity-matched value "Y".
000000    01 parity-hit-idx usage binary-long unsigned.
000000    01 hist-derived-code pic x(3).
000000    01 stats-parity-switch pic x(1).
000000        88 stats-derived value "Y".
000000    01 stats-anchor pic x(3).
000000    01 stats-ratio pic 9(7)v9(8).
000000    01 stats-parity-date pic x(8).
000000    01 stats-seen-date pic x(8).
000000 linkage section.
000000    01 l-buffer pic x any length.
000000    01 l-length usage binary-long unsigned.
000000    move HTTP-NOT-FOUND to nok-status.
000000    move "-" to audit-client.
000000    move spaces to required-route.
000000    move "N" to key-gate-switch.
000000    move "N" to override-used-switch.
000000    move 0 to matched-kidx.
000000    move "N" to spread-applied-switch.
000000    move "N" to ops-reload-switch.
000000    move 0 to bulk-line-number.
000000    move "N" to audit-alert-switch.
000000    move "N" to quote-requested-switch.
000000    move "N" to quote-file-switch.
000000    move "N" to deal-file-switch.
000000    move "N" to forward-requested-switch.
000000    move spaces to forward-tenor.
000000    move "N" to derived-switch.
000000    move spaces to derived-anchor.
000000    move spaces to forward-value-date.
000000    *> parse request as "GET /<currency>/<amount>" (and friends)
000000    unstring l-buffer(1:l-length) delimited by all SPACES into
000000       request-method, request-path.
000000            move "bulk" to ops-route
000000            perform check-api-key
000000            perform do-bulk
000000        when http-post and path-seg(1) = "quote"
000000            *> "POST /quote/..." prices any spot conversion route
000000            *> and holds the dealt rate for booking
000000            move "deal" to required-route
000000            move "quote" to ops-route
000000            perform check-api-key
000000            perform take-quote
000000        when http-post and seg-count = 2
000000                and path-seg(1) = "book"
000000            move "deal" to required-route
000000            move "book" to ops-route
000000            perform check-api-key
000000            perform book-quote
000000        when not http-get
000000            move "other" to ops-route
000000            move "method_not_allowed" to nok-reason
000000            move "stats" to ops-route
000000            perform check-api-key
000000            perform rate-stats
000000        when seg-count = 4 and path-seg(1) = "forward"
000000            move "forward" to required-route
000000            move "forward" to ops-route
000000            perform check-api-key
000000            perform price-forward
000000        when seg-count = 5 and path-seg(1) = "forward"
000000                and path-seg(2) = "to"
000000            move "forward" to required-route
000000            move "forward" to ops-route
000000            perform check-api-key
000000            perform price-forward
000000        when seg-count = 3 and path-seg(1) = "to"
000000            move "convert" to required-route
000000            move "convert" to ops-route
000000            keys-reload-status
000000        call "load-rate-spreads" using spreads-path,
000000            spreads-reload-status
000000        call "load-forward-points" using forward-points-path,
000000            forward-reload-status
000000        move "Y" to ops-reload-switch
000000        move spaces to response-content
000000        move 1 to content-ptr
000000                    into response-content
000000                    with pointer content-ptr
000000            end-if
000000            move rate-currency(idx) to parity-lookup-code
000000            perform find-live-parity
000000            if parity-matched
000000                string ', "derived_from": "' delimited by size
000000                    parity-anchor(pt-idx) delimited by size
000000                    '"' delimited by size
000000                    into response-content
000000                    with pointer content-ptr
000000            end-if
000000            string '}' delimited by size
000000                into response-content
000000                with pointer content-ptr
000000    move spaces to nok-reason.
000000    move "EUR" to result-currency.
000000    perform finish-conversion.
000000 price-forward section.
000000    *> "GET /forward/<ccy>/<amount>/<tenor>" sells the foreign
000000    *> amount forward for EUR, "/forward/to/<ccy>/<amount>/
000000    *> <tenor>" buys it forward with a EUR amount. the outright
000000    *> is the spot mid plus the tenor's forward points, and the
000000    *> dealing spread goes on top of the outright exactly as it
000000    *> goes on top of the mid at spot. the trail records the
000000    *> pair the same way the spot routes do, plus the tenor,
000000    *> value date and the points applied
000000    move "Y" to forward-requested-switch.
000000    move "N" to forward-to-foreign-switch.
000000    if path-seg(2) = "to"
000000        move "Y" to forward-to-foreign-switch
000000        move upper-case(path-seg(3)(1:3)) to forward-code
000000        move path-seg(4) to forward-amount-text
000000        move upper-case(path-seg(5)(1:3)) to forward-tenor
000000        move spaces to audit-currency
000000        string "EUR->" delimited by size
000000            forward-code delimited by size
000000            into audit-currency
000000    else
000000        move upper-case(path-seg(2)(1:3)) to forward-code
000000        move path-seg(3) to forward-amount-text
000000        move upper-case(path-seg(4)(1:3)) to forward-tenor
000000        move forward-code to audit-currency
000000    end-if.
000000    move forward-amount-text to audit-amount.
000000    move forward-code to lookup-code.
000000    perform reject-if-suspended.
000000    perform find-forward-points.
000000    if not forward-points-found
000000        move "forward_not_quoted" to nok-reason
000000        perform response-NOK
000000    end-if.
000000    perform compute-forward-value-date.
000000    move "N" to forward-spot-switch.
000000    perform varying idx from 1 by 1
000000            until idx > 64 or forward-spot-found
000000        if rate-currency(idx) = forward-code
000000            move rate-value(idx) to forward-spot-rate
000000            move "Y" to forward-spot-switch
000000        end-if
000000    end-perform.
000000    if not forward-spot-found
000000        move "currency_not_found" to nok-reason
000000        perform response-NOK
000000    end-if.
000000    *> points are quoted in pips of the EUR/CCY rate; the
000000    *> outright is the mid the spread then works from, and an
000000    *> outright at or below zero means the points are wrong
000000    compute forward-adjust rounded =
000000        forward-points-value / fwd-point-divisor(fp-idx).
000000    compute forward-outright =
000000        forward-spot-rate + forward-adjust.
000000    if forward-outright not > 0
000000        move "invalid_forward" to nok-reason
000000        perform response-NOK
000000    end-if.
000000    move forward-outright to mid-rate.
000000    move mid-rate to dealt-rate.
000000    move forward-code to spread-lookup-code.
000000    perform find-spread.
000000    move "invalid_amount" to nok-reason.
000000    if forward-to-foreign
000000        if spread-row-found and spread-ask-pct not = 0
000000            compute dealt-rate rounded =
000000                mid-rate * (1 - spread-ask-pct / 100)
000000            move "Y" to spread-applied-switch
000000        end-if
000000        compute conv-result =
000000            numval(forward-amount-text) * dealt-rate
000000            on size error perform response-NOK
000000        end-compute
000000        if spread-applied
000000            compute margin-eur rounded =
000000                numval(forward-amount-text)
000000                * spread-ask-pct / 100
000000                on size error move 0 to margin-eur
000000            end-compute
000000        end-if
000000        move forward-code to result-currency
000000    else
000000        if spread-row-found and spread-bid-pct not = 0
000000            compute dealt-rate rounded =
000000                mid-rate * (1 + spread-bid-pct / 100)
000000            move "Y" to spread-applied-switch
000000        end-if
000000        compute conv-result =
000000            numval(forward-amount-text) / dealt-rate
000000            on size error perform response-NOK
000000        end-compute
000000        if spread-applied
000000            compute margin-eur =
000000                numval(forward-amount-text) / mid-rate
000000                - conv-result
000000                on size error move 0 to margin-eur
000000            end-compute
000000        end-if
000000        move "EUR" to result-currency
000000    end-if.
000000    move spaces to nok-reason.
000000    move forward-code to override-code.
000000    perform check-rate-override.
000000    perform finish-conversion.
000000 find-forward-points section.
000000    *> same one-past-the-match stepping as find-ops-route;
000000    *> fp-idx is left on the matching row for the divisor
000000    move "N" to forward-found-switch.
000000    perform varying fp-idx from 1 by 1
000000            until fp-idx > fwd-point-count
000000            or forward-points-found
000000        if fwd-point-currency(fp-idx) = forward-code
000000                and fwd-point-tenor(fp-idx) = forward-tenor
000000            move "Y" to forward-found-switch
000000            move fwd-point-value(fp-idx)
000000                to forward-points-value
000000        end-if
000000    end-perform.
000000    if forward-points-found
000000        set fp-idx down by 1
000000    end-if.
000000 compute-forward-value-date section.
000000    *> overnight settles the next business day and tom-next on
000000    *> the spot date; every other tenor runs from spot - a week
000000    *> as seven calendar days, months as the same day of the
000000    *> month n months on, cut back to the month's last day when
000000    *> it has fewer days - and a date that lands on a TARGET
000000    *> closing day rolls forward to the next business day
000000    perform compute-spot-date.
000000    evaluate forward-tenor
000000        when "ON"
000000            compute value-walk-int =
000000                integer-of-date(numval(current-date(1:8))) + 1
000000            perform roll-to-business-day
000000        when "TN"
000000            move integer-of-date(numval(spot-value-date))
000000                to value-walk-int
000000        when "1W"
000000            compute value-walk-int =
000000                integer-of-date(numval(spot-value-date)) + 7
000000            perform roll-to-business-day
000000        when other
000000            move 0 to forward-months
000000            if forward-tenor(3:1) = "M"
000000                move numval(forward-tenor(1:2))
000000                    to forward-months
000000            else
000000                move numval(forward-tenor(1:1))
000000                    to forward-months
000000            end-if
000000            perform add-forward-months
000000            perform roll-to-business-day
000000    end-evaluate.
000000    move date-of-integer(value-walk-int) to value-walk-date.
000000    move value-walk-date to forward-value-date.
000000 add-forward-months section.
000000    move numval(spot-value-date(1:4)) to forward-year.
000000    move numval(spot-value-date(5:2)) to forward-month.
000000    move numval(spot-value-date(7:2)) to forward-day.
000000    add forward-months to forward-month.
000000    if forward-month > 12
000000        subtract 12 from forward-month
000000        add 1 to forward-year
000000    end-if.
000000    *> the last day of the target month is the day before the
000000    *> first of the month after it
000000    if forward-month = 12
000000        compute forward-month-end =
000000            (forward-year + 1) * 10000 + 101
000000    else
000000        compute forward-month-end =
000000            forward-year * 10000 + (forward-month + 1) * 100 + 1
000000    end-if.
000000    compute value-walk-int =
000000        integer-of-date(forward-month-end) - 1.
000000    move date-of-integer(value-walk-int) to forward-month-end.
000000    if forward-day < forward-month-end(7:2)
000000        compute value-walk-int =
000000            integer-of-date(forward-year * 10000
000000            + forward-month * 100 + forward-day)
000000    end-if.
000000 roll-to-business-day section.
000000    *> step value-walk-int forward until it is a TARGET
000000    *> business day; an open day is left where it is
000000    perform until exit
000000        move date-of-integer(value-walk-int) to value-walk-date
000000        call "target-closed" using value-walk-date,
000000            target-closed-flag
000000        if target-closed-flag not = "Y"
000000            exit perform
000000        end-if
000000        add 1 to value-walk-int
000000    end-perform.
000000 take-quote section.
000000    *> "POST /quote/<ccy>/<amount>", "/quote/to/<ccy>/<amount>"
000000    *> and "/quote/<from>/<to>/<amount>": the spot conversion
000000    *> routes with "quote" in front. the leading segment is
000000    *> dropped and the conversion is priced by the very section
000000    *> that serves it unheld, so a quote can never disagree with
000000    *> the plain route; finish-conversion then files it at that
000000    *> dealt rate. historical conversions are not quotable -
000000    *> nobody deals at a past day's rate
000000    move "Y" to quote-requested-switch.
000000    move path-seg(2) to path-seg(1).
000000    move path-seg(3) to path-seg(2).
000000    move path-seg(4) to path-seg(3).
000000    move path-seg(5) to path-seg(4).
000000    move spaces to path-seg(5).
000000    if seg-count > 0
000000        subtract 1 from seg-count
000000    end-if.
000000    evaluate true
000000        when seg-count = 3 and path-seg(1) = "to"
000000            perform convert-to-foreign
000000        when seg-count = 3 and path-seg(2)(1:1) is alphabetic
000000            perform convert-cross
000000        when seg-count = 2
000000            perform convert-to-eur
000000        when other
000000            move "route_not_quotable" to nok-reason
000000            perform response-NOK
000000    end-evaluate.
000000 record-quote section.
000000    *> file the priced conversion as an open quote: who asked,
000000    *> both legs, the dealt and mid rates, the margin and the
000000    *> spot value date, bookable for quote-ttl-seconds. the id
000000    *> is the issue stamp to the hundredth; a second quote in
000000    *> the same hundredth takes the next sequence suffix
000000    move "N" to quote-saved-switch.
000000    move 0 to quote-pair-arrows.
000000    inspect audit-currency
000000        tallying quote-pair-arrows for all "->".
000000    if quote-pair-arrows > 0
000000        unstring audit-currency delimited by "->"
000000            into quote-from-code, quote-to-code
000000    else
000000        move audit-currency(1:3) to quote-from-code
000000        move result-currency to quote-to-code
000000    end-if.
000000    move current-date(1:16) to quote-now-text.
000000    compute quote-now-seconds =
000000        integer-of-date(numval(quote-now-text(1:8))) * 86400
000000        + numval(quote-now-text(9:2)) * 3600
000000        + numval(quote-now-text(11:2)) * 60
000000        + numval(quote-now-text(13:2)).
000000    compute quote-exp-seconds =
000000        quote-now-seconds + quote-ttl-seconds.
000000    divide quote-exp-seconds by 86400 giving quote-exp-int
000000        remainder quote-exp-rem.
000000    move date-of-integer(quote-exp-int) to quote-exp-date.
000000    divide quote-exp-rem by 3600 giving quote-exp-hh
000000        remainder quote-exp-rem.
000000    divide quote-exp-rem by 60 giving quote-exp-mm
000000        remainder quote-exp-ss.
000000    move spaces to issued-expires.
000000    string quote-exp-date delimited by size
000000        quote-exp-hh delimited by size
000000        quote-exp-mm delimited by size
000000        quote-exp-ss delimited by size
000000        into issued-expires.
000000    perform compute-spot-date.
000000    perform quote-lock-acquire.
000000    open i-o quote-file.
000000    if quote-io-status = "35"
000000        open output quote-file
000000    end-if.
000000    if not quote-io-ok
000000        perform quote-lock-release
000000        exit section
000000    end-if.
000000    move spaces to quote-rec.
000000    move quote-now-text(1:8) to quote-id-date.
000000    move quote-now-text(9:8) to quote-id-time.
000000    move 0 to quote-id-seq.
000000    move "O" to quote-status.
000000    move quote-now-text(1:14) to quote-issued.
000000    move issued-expires to quote-expires.
000000    move audit-client to quote-client.
000000    move quote-from-code to quote-from-ccy.
000000    move quote-to-code to quote-to-ccy.
000000    move numval(audit-amount) to quote-from-amount.
000000    move conv-result to quote-to-amount.
000000    move dealt-rate to quote-rate.
000000    move mid-rate to quote-mid-rate.
000000    move margin-eur to quote-margin.
000000    move override-used-switch to quote-override.
000000    move spot-value-date to quote-value-date.
000000    move spaces to quote-deal-no.
000000    perform until quote-saved or quote-id-seq > 98
000000        write quote-rec
000000            invalid key continue
000000        end-write
000000        if quote-io-ok
000000            move "Y" to quote-saved-switch
000000        else
000000            if quote-io-status = "22"
000000                add 1 to quote-id-seq
000000            else
000000                exit perform
000000            end-if
000000        end-if
000000    end-perform.
000000    move quote-id to issued-quote-id.
000000    close quote-file.
000000    perform quote-lock-release.
000000 book-quote section.
000000    *> "POST /book/<quote-id>": turn a live quote into a deal at
000000    *> exactly the rate it locked. nothing is re-priced, so a
000000    *> "/reload" or a feed swap since the quote changes nothing.
000000    *> only the client the quote was issued to may book it, only
000000    *> once, and only until it expires
000000    move current-date(1:16) to quote-now-text.
000000    perform quote-lock-acquire.
000000    open i-o quote-file.
000000    if not quote-io-ok
000000        move "quote_not_found" to nok-reason
000000        perform abandon-booking
000000    end-if.
000000    move "Y" to quote-file-switch.
000000    move path-seg(2)(1:18) to quote-id.
000000    read quote-file
000000        invalid key continue
000000    end-read.
000000    if not quote-io-ok
000000        move "quote_not_found" to nok-reason
000000        perform abandon-booking
000000    end-if.
000000    if quote-client not = audit-client
000000        move HTTP-FORBIDDEN to nok-status
000000        move "quote_not_yours" to nok-reason
000000        perform abandon-booking
000000    end-if.
000000    if quote-booked
000000        move HTTP-CONFLICT to nok-status
000000        move "quote_already_booked" to nok-reason
000000        perform abandon-booking
000000    end-if.
000000    if quote-expires < quote-now-text(1:14)
000000        move HTTP-CONFLICT to nok-status
000000        move "quote_expired" to nok-reason
000000        perform abandon-booking
000000    end-if.
000000    open i-o deal-file.
000000    if deal-io-status = "35"
000000        open output deal-file
000000    end-if.
000000    if not deal-io-ok
000000        move HTTP-UNAVAILABLE to nok-status
000000        move "deal_not_saved" to nok-reason
000000        perform abandon-booking
000000    end-if.
000000    move "Y" to deal-file-switch.
000000    perform next-deal-number.
000000    move spaces to deal-rec.
000000    move quote-now-text(1:8) to deal-no-date.
000000    move next-deal-seq to deal-no-seq.
000000    move quote-id to deal-quote-id.
000000    move quote-now-text(1:14) to deal-booked.
000000    move quote-client to deal-client.
000000    move quote-from-ccy to deal-from-ccy.
000000    move quote-to-ccy to deal-to-ccy.
000000    move quote-from-amount to deal-from-amount.
000000    move quote-to-amount to deal-to-amount.
000000    move quote-rate to deal-rate.
000000    move quote-mid-rate to deal-mid-rate.
000000    move quote-margin to deal-margin.
000000    move quote-override to deal-override.
000000    move quote-value-date to deal-value-date.
000000    write deal-rec
000000        invalid key continue
000000    end-write.
000000    if not deal-io-ok
000000        move HTTP-UNAVAILABLE to nok-status
000000        move "deal_not_saved" to nok-reason
000000        perform abandon-booking
000000    end-if.
000000    move deal-no to booked-deal-no.
000000    move "B" to quote-status.
000000    move booked-deal-no to quote-deal-no.
000000    rewrite quote-rec
000000        invalid key continue
000000    end-rewrite.
000000    if not quote-io-ok
000000        *> the deal stands; only the quote's booked marker was
000000        *> lost, and the blotter would list it as expired
000000        move spaces to syslog-message
000000        string "deal " delimited by size
000000            booked-deal-no delimited by size
000000            " booked but quote " delimited by size
000000            quote-id delimited by size
000000            " not marked - status " delimited by size
000000            quote-io-status delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000    end-if.
000000    close deal-file.
000000    close quote-file.
000000    move "N" to deal-file-switch.
000000    move "N" to quote-file-switch.
000000    perform quote-lock-release.
000000    perform format-deal-content.
000000    perform response-OK.
000000 next-deal-number section.
000000    *> deals number from 1 each business date; the last one
000000    *> on file for today sets the next. the quote lock is held,
000000    *> so no other booking can take the same number meanwhile
000000    move 0 to next-deal-seq.
000000    move quote-now-text(1:8) to deal-no-date.
000000    move 0 to deal-no-seq.
000000    start deal-file key not < deal-no
000000        invalid key continue
000000    end-start.
000000    if deal-io-ok
000000        perform until exit
000000            read deal-file next
000000                at end exit perform
000000            end-read
000000            if not deal-io-ok
000000                exit perform
000000            end-if
000000            if deal-no-date not = quote-now-text(1:8)
000000                exit perform
000000            end-if
000000            move deal-no-seq to next-deal-seq
000000        end-perform
000000    end-if.
000000    add 1 to next-deal-seq.
000000 abandon-booking section.
000000    *> a refused booking lets go of both files and the lock
000000    *> before response-NOK ends the request
000000    if deal-file-open
000000        close deal-file
000000        move "N" to deal-file-switch
000000    end-if.
000000    if quote-file-open
000000        close quote-file
000000        move "N" to quote-file-switch
000000    end-if.
000000    perform quote-lock-release.
000000    perform response-NOK.
000000 format-deal-content section.
000000    move spaces to response-content.
000000    move 1 to content-ptr.
000000    string '{"deal": "' delimited by size
000000        booked-deal-no delimited by size
000000        '", "quote_id": "' delimited by size
000000        quote-id delimited by size
000000        '", "from": "' delimited by size
000000        quote-from-ccy delimited by size
000000        '", "to": "' delimited by size
000000        quote-to-ccy delimited by size
000000        '"' delimited by size
000000        into response-content with pointer content-ptr.
000000    move quote-from-amount to deal-amount-display.
000000    string ', "from_amount": ' delimited by size
000000        function trim(deal-amount-display) delimited by size
000000        into response-content with pointer content-ptr.
000000    move quote-to-amount to deal-amount-display.
000000    string ', "to_amount": ' delimited by size
000000        function trim(deal-amount-display) delimited by size
000000        into response-content with pointer content-ptr.
000000    move quote-rate to currency-rate-display.
000000    string ', "rate": ' delimited by size
000000        function trim(currency-rate-display) delimited by size
000000        ', "value_date": "' delimited by size
000000        quote-value-date delimited by size
000000        '"' delimited by size
000000        into response-content with pointer content-ptr.
000000    if quote-override = "Y"
000000        string ', "override": true' delimited by size
000000            into response-content with pointer content-ptr
000000    end-if.
000000    string '}' delimited by size
000000        into response-content with pointer content-ptr.
000000    compute response-content-length = content-ptr - 1.
000000 compute-spot-date section.
000000    *> spot is two TARGET business days after today: count
000000    *> forward a day at a time, letting only days the ECB
000000    *> settles on count towards the two
000000    move integer-of-date(numval(current-date(1:8)))
000000        to value-walk-int.
000000    move 0 to value-days-counted.
000000    perform until value-days-counted >= 2
000000        add 1 to value-walk-int
000000        move date-of-integer(value-walk-int)
000000            to value-walk-date
000000        call "target-closed" using value-walk-date,
000000            target-closed-flag
000000        if target-closed-flag not = "Y"
000000            add 1 to value-days-counted
000000        end-if
000000    end-perform.
000000    move value-walk-date to spot-value-date.
000000 quote-lock-acquire section.
000000    move spaces to quote-lock-path.
000000    string function trim(quotes-path) delimited by size
000000        ".lock" delimited by size
000000        into quote-lock-path.
000000    call "resource-lock" using quote-lock-path,
000000        lock-acquire-action, quote-lock-fd.
000000 quote-lock-release section.
000000    call "resource-lock" using quote-lock-path,
000000        lock-release-action, quote-lock-fd.
000000 rate-stats section.
000000    *> "GET /stats/<currency>/<from>/<to>": the aggregates the
000000    *> month-end FX exposure pack needs, computed here instead
000000    end-if.
000000    move 0 to stats-count.
000000    move 0 to stats-sum.
000000    *> a pegged code is summarised from its anchor's rows,
000000    *> scaled by the ratio, over the dates the parity was in
000000    *> force; one fixed to EUR is the ratio on every
000000    *> publication date in range. the parity row is chosen
000000    *> afresh for each date, so a re-peg inside the range
000000    *> switches ratio on its effective date
000000    move "N" to stats-parity-switch.
000000    move spaces to stats-seen-date.
000000    move spaces to stats-parity-date.
000000    *> keyed range scan over the rate history master: start at
000000    *> the first key on or after the from-date and read forward
000000    *> until the to-date is passed
000000            if hist-rec-date > path-seg(4)(1:8)
000000                exit perform
000000            end-if
000000            perform stats-one-row
000000        end-perform
000000    end-if.
000000    close hist-file.
000000    end-compute.
000000    perform format-stats-content.
000000    perform response-OK.
000000 stats-one-row section.
000000    if hist-rec-date not = stats-parity-date
000000        move hist-rec-date to stats-parity-date
000000        move path-seg(2)(1:3) to parity-lookup-code
000000        move hist-rec-date to parity-date
000000        perform find-dated-parity
000000        move "N" to stats-parity-switch
000000        if parity-matched
000000            move "Y" to stats-parity-switch
000000            move parity-anchor(parity-hit-idx) to stats-anchor
000000            move parity-ratio(parity-hit-idx) to stats-ratio
000000        end-if
000000    end-if.
000000    evaluate true
000000        when not stats-derived
000000            if hist-rec-currency = path-seg(2)(1:3)
000000                move hist-rec-rate to stats-rate
000000                perform accumulate-stats-rate
000000            end-if
000000        when stats-anchor = "EUR"
000000            if hist-rec-date not = stats-seen-date
000000                move hist-rec-date to stats-seen-date
000000                move stats-ratio to stats-rate
000000                move "Y" to derived-switch
000000                move stats-anchor to derived-anchor
000000                perform accumulate-stats-rate
000000            end-if
000000        when hist-rec-currency = stats-anchor
000000            compute stats-rate rounded =
000000                hist-rec-rate * stats-ratio
000000                on size error exit section
000000            end-compute
000000            move "Y" to derived-switch
000000            move stats-anchor to derived-anchor
000000            perform accumulate-stats-rate
000000    end-evaluate.
000000 accumulate-stats-rate section.
000000    *> the earliest and latest dates in range are tracked as
000000    *> they pass rather than assumed from read order
000000        stats-last-date delimited by size
000000        '", "change_pct": ' delimited by size
000000        function trim(stats-pct-display) delimited by size
000000        into response-content with pointer content-ptr.
000000    if rate-derived
000000        string ', "derived": true, "anchor": "' delimited by size
000000            function trim(derived-anchor) delimited by size
000000            '"' delimited by size
000000            into response-content with pointer content-ptr
000000    end-if.
000000    string '}' delimited by size
000000        into response-content with pointer content-ptr.
000000    compute response-content-length = content-ptr - 1.
000000 read-hist-rate section.
000000    *> a pegged code has no rows of its own on the master from
000000    *> its effective date on: the anchor's rate for the date,
000000    *> found with the usual carry-forward, times the fixed
000000    *> ratio answers instead - or the ratio alone for a code
000000    *> fixed to EUR, which needs no publication day at all.
000000    *> before the effective date the code's own rows (the
000000    *> pre-euro history of CYP and friends) still apply
000000    move date-of-integer(hist-lookup-int) to parity-date.
000000    move hist-want-currency to parity-lookup-code.
000000    perform find-dated-parity.
000000    if not parity-matched
000000        perform read-hist-master
000000        exit section
000000    end-if.
000000    set pt-idx to parity-hit-idx.
000000    perform note-derived-leg.
000000    if parity-anchor(pt-idx) = "EUR"
000000        move parity-ratio(pt-idx) to hist-rec-rate
000000        move "Y" to hist-found-switch
000000        move parity-date to hist-request-date
000000        move parity-date to applied-rate-date
000000        exit section
000000    end-if.
000000    move hist-want-currency to hist-derived-code.
000000    move parity-anchor(pt-idx) to hist-want-currency.
000000    perform read-hist-master.
000000    move hist-derived-code to hist-want-currency.
000000    if hist-rate-found
000000        compute hist-rec-rate rounded =
000000            hist-rec-rate * parity-ratio(parity-hit-idx)
000000            on size error move "N" to hist-found-switch
000000        end-compute
000000    end-if.
000000 read-hist-master section.
000000    *> keyed read against the rate history master for
000000    *> hist-want-currency on the date in hist-lookup-int,
000000    *> walking backwards one calendar day at a time within the
000000        exit section
000000    end-if.
000000    move HTTP-FORBIDDEN to nok-status.
000000    move "Y" to key-gate-switch.
000000    perform extract-api-key.
000000    if request-api-key = spaces
000000        move "key_missing" to nok-reason
000000        move "key_unknown" to nok-reason
000000        perform response-NOK
000000    end-if.
000000    *> from here on a refusal names the key's client, so the
000000    *> security log counts and locks out the key that failed
000000    move key-client(matched-kidx) to audit-client.
000000    *> a key that lapses while the service runs between reloads
000000    *> is stopped here on the day after its expiry
000000    if key-enabled(matched-kidx) = "E"
000000            or (key-expiry(matched-kidx) not = spaces
000000            and key-expiry(matched-kidx) < current-date(1:8))
000000        move "key_expired" to nok-reason
000000        perform response-NOK
000000    end-if.
000000    if key-enabled(matched-kidx) not = "Y"
000000        move "key_disabled" to nok-reason
000000        perform response-NOK
000000        perform response-NOK
000000    end-if.
000000    perform check-key-quota.
000000    move HTTP-NOT-FOUND to nok-status.
000000    move "N" to key-gate-switch.
000000 check-key-quota section.
000000    *> the tap the chargeback report could never shut: a key
000000    *> with a daily cap in the master stops being served the
000000    end-if.
000000    perform usage-lock-release.
000000    move key-client(matched-kidx) to audit-client.
000000    move "Y" to key-gate-switch.
000000    move HTTP-TOO-MANY to nok-status.
000000    move "quota_exceeded" to nok-reason.
000000    perform response-NOK.
000000        set op-idx down by 1
000000        exit section
000000    end-if.
000000    if ops-route-count < 20
000000        add 1 to ops-route-count
000000        set op-idx to ops-route-count
000000        move ops-route to ops-route-name(op-idx)
000000            end-if
000000        when "route"
000000            if ops-field-2 not = spaces
000000                    and ops-route-count < 20
000000                add 1 to ops-route-count
000000                set op-idx to ops-route-count
000000                move ops-field-2(1:12)
000000            move "Y" to override-used-switch
000000        end-if
000000    end-perform.
000000    *> every live leg passes through here, so this is also
000000    *> where a pegged code is marked derived; its rate was
000000    *> built from the anchor's, so an override on the anchor
000000    *> flags it as well
000000    move override-code to parity-lookup-code.
000000    perform find-live-parity.
000000    if parity-matched
000000        perform note-derived-leg
000000        perform varying o-idx from 1 by 1
000000                until o-idx > override-count or rate-overridden
000000            if override-currency(o-idx) = parity-anchor(pt-idx)
000000                move "Y" to override-used-switch
000000            end-if
000000        end-perform
000000    end-if.
000000 find-live-parity section.
000000    *> same one-past-the-match stepping as find-ops-route; only
000000    *> rows load-rates actually derived into today's table count
000000    move "N" to parity-match-switch.
000000    perform varying pt-idx from 1 by 1
000000            until pt-idx > parity-count or parity-matched
000000        if parity-code(pt-idx) = parity-lookup-code
000000                and parity-live(pt-idx) = "Y"
000000            move "Y" to parity-match-switch
000000        end-if
000000    end-perform.
000000    if parity-matched
000000        set pt-idx down by 1
000000    end-if.
000000 find-dated-parity section.
000000    *> the parity row in force for parity-lookup-code on
000000    *> parity-date: the latest effective date not after it, a
000000    *> later row in the file winning a tie, as load-rates
000000    *> chooses for today. suspended rows never reach the table
000000    move "N" to parity-match-switch.
000000    move 0 to parity-hit-idx.
000000    perform varying pt-idx from 1 by 1
000000            until pt-idx > parity-count
000000        if parity-code(pt-idx) = parity-lookup-code
000000                and parity-from(pt-idx) <= parity-date
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
000000 note-derived-leg section.
000000    move "Y" to derived-switch.
000000    if derived-anchor = spaces
000000        move parity-anchor(pt-idx) to derived-anchor
000000    else
000000        if derived-anchor(1:3) not = parity-anchor(pt-idx)
000000            move "/" to derived-anchor(4:1)
000000            move parity-anchor(pt-idx) to derived-anchor(5:3)
000000        end-if
000000    end-if.
000000 find-spread section.
000000    *> fetch the dealing margins for spread-lookup-code: a row
000000    *> naming this caller's client (as check-api-key left it in
000000    move result-currency to lookup-code.
000000    perform lookup-currency-meta.
000000    perform round-conv-result.
000000    *> a quote is filed at the rounded amount the caller sees,
000000    *> so the booking delivers exactly what was quoted
000000    if quote-requested
000000        perform record-quote
000000        if not quote-saved
000000            move HTTP-UNAVAILABLE to nok-status
000000            move "quote_not_saved" to nok-reason
000000            perform response-NOK
000000        end-if
000000    end-if.
000000    move conv-result to eur-amount.
000000    perform format-amount-content.
000000    perform response-OK.
000000        string ', "override": true' delimited by size
000000            into response-content with pointer content-ptr
000000    end-if.
000000    if rate-derived
000000        string ', "derived": true, "anchor": "' delimited by size
000000            function trim(derived-anchor) delimited by size
000000            '"' delimited by size
000000            into response-content with pointer content-ptr
000000    end-if.
000000    *> a conversion served at a dealing rate shows the caller
000000    *> both the rate dealt and the mid it was built from, so a
000000    *> teller can quote the one and compliance can see the other
000000            delimited by size
000000            into response-content with pointer content-ptr
000000    end-if.
000000    *> a quote names itself, how long it holds and when it
000000    *> would settle; the locked rate is shown even at mid, as
000000    *> it is the figure the dealer quotes to the client
000000    if quote-requested
000000        if not spread-applied
000000            move dealt-rate to currency-rate-display
000000            string ', "rate": ' delimited by size
000000                function trim(currency-rate-display)
000000                delimited by size
000000                into response-content with pointer content-ptr
000000        end-if
000000        string ', "quote_id": "' delimited by size
000000            issued-quote-id delimited by size
000000            '", "valid_until": "' delimited by size
000000            issued-expires delimited by size
000000            '", "value_date": "' delimited by size
000000            spot-value-date delimited by size
000000            '"' delimited by size
000000            into response-content with pointer content-ptr
000000    end-if.
000000    *> a forward shows how the outright was built - spot mid,
000000    *> points and outright mid - beside the tenor and the date
000000    *> it settles; the dealt outright is the rate, spread or not
000000    if forward-requested
000000        if not spread-applied
000000            move dealt-rate to currency-rate-display
000000            string ', "rate": ' delimited by size
000000                function trim(currency-rate-display)
000000                delimited by size
000000                into response-content with pointer content-ptr
000000        end-if
000000        move forward-spot-rate to currency-rate-display
000000        move forward-points-value to forward-points-display
000000        string ', "spot_rate": ' delimited by size
000000            function trim(currency-rate-display)
000000            delimited by size
000000            ', "forward_points": ' delimited by size
000000            function trim(forward-points-display)
000000            delimited by size
000000            into response-content with pointer content-ptr
000000        move mid-rate to currency-rate-display
000000        string ', "outright_rate": ' delimited by size
000000            function trim(currency-rate-display)
000000            delimited by size
000000            ', "tenor": "' delimited by size
000000            function trim(forward-tenor) delimited by size
000000            '", "value_date": "' delimited by size
000000            forward-value-date delimited by size
000000            '"' delimited by size
000000            into response-content with pointer content-ptr
000000    end-if.
000000 response-OK section.
000000    move HTTP-OK to response-status.
000000    perform response-any.
000000        into syslog-message.
000000    call "syslog" using SYSLOG-FACILITY-USER,
000000        SYSLOG-SEVERITY-ERRROR, syslog-message.
000000    if key-gate-refusal
000000        perform write-security-log
000000    end-if.
000000    perform response-any.
000000 response-any section.
000000    perform record-ops.
000000    perform write-audit.
000000    move ops-route to outcome-route.
000000    move response-status(1:3) to outcome-status.
000000    move audit-client to outcome-client.
000000    *> copy only the bytes actually being sent - the content
000000    *> area is sized for a whole month-end bulk response and
000000    *> would be megabytes to move wholesale on every request
000000 trail-lock-release section.
000000    call "resource-lock" using trail-lock-path,
000000        lock-release-action, trail-lock-fd.
000000 write-security-log section.
000000    *> one row per request the key gate refused, for the daily
000000    *> security-report batch:
000000    *> stamp;peer-address;key;route-class;path;reason;client
000000    *> the key is masked as the maintenance journal masks it,
000000    *> so the log never holds a usable credential. same
000000    *> lock-open-write-close choreography as the trail, since
000000    *> bulk children refuse keys too
000000    move spaces to masked-request-key.
000000    compute key-text-length =
000000        length(trim(request-api-key)).
000000    if request-api-key = spaces
000000        move "-" to masked-request-key
000000    else
000000        if key-text-length >= 16
000000            string request-api-key(1:4) delimited by size
000000                "****" delimited by size
000000                request-api-key(key-text-length - 3:4)
000000                delimited by size
000000                into masked-request-key
000000        else
000000            if key-text-length > 8
000000                string "****" delimited by size
000000                    request-api-key(key-text-length - 3:4)
000000                    delimited by size
000000                    into masked-request-key
000000            else
000000                move "****" to masked-request-key
000000            end-if
000000        end-if
000000    end-if.
000000    *> the path and the key's ends are the caller's own bytes;
000000    *> a ";" in either would shift the reason and client
000000    *> columns security-report counts by
000000    move request-path to security-path-text.
000000    inspect security-path-text replacing all ";" by ",".
000000    inspect masked-request-key replacing all ";" by ",".
000000    move spaces to security-lock-path.
000000    string function trim(security-log-path) delimited by size
000000        ".lock" delimited by size
000000        into security-lock-path.
000000    call "resource-lock" using security-lock-path,
000000        lock-acquire-action, security-lock-fd.
000000    open extend security-file.
000000    if security-file-status = "35"
000000        open output security-file
000000    end-if.
000000    if security-file-open-ok
000000        move spaces to security-record
000000        string current-date(1:14) delimited by size
000000            ";" delimited by size
000000            function trim(peer-ip-address) delimited by size
000000            ";" delimited by size
000000            function trim(masked-request-key) delimited by size
000000            ";" delimited by size
000000            function trim(required-route) delimited by size
000000            ";" delimited by size
000000            function trim(security-path-text) delimited by size
000000            ";" delimited by size
000000            function trim(nok-reason) delimited by size
000000            ";" delimited by size
000000            function trim(audit-client) delimited by size
000000            into security-record
000000        write security-record
000000        close security-file
000000    else
000000        move spaces to syslog-message
000000        string "security log entry dropped - could not open "
000000            delimited by size
000000            function trim(security-log-path) delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000    end-if.
000000    call "resource-lock" using security-lock-path,
000000        lock-release-action, security-lock-fd.
000000 audit-open section.
000000    *> an unopenable trail is alerted once per request - not
000000    *> once per bulk line - and the records of this request are
000000    end-if.
000000    move dealt-rate to currency-rate-display.
000000    move spaces to audit-record.
000000    move 1 to audit-ptr.
000000    move spaces to audit-dropped.
000000    move 1 to audit-dropped-ptr.
000000    string function trim(function current-date)
000000        delimited by size
000000        " currency=" delimited by size
000000        function trim(currency-rate-display) delimited by size
000000        " rate_date=" delimited by size
000000        audit-rate-date delimited by size
000000        into audit-record with pointer audit-ptr
000000        on overflow
000000            string " record-tail" delimited by size
000000                into audit-dropped with pointer audit-dropped-ptr
000000    end-string.
000000    *> a forward carries its tenor, value date and the rate
000000    *> adjustment its points made, so audit-verify can take
000000    *> the points back off and check the spot underneath
000000    if forward-requested and forward-value-date not = spaces
000000        move forward-adjust to forward-adjust-display
000000        move spaces to audit-suffix
000000        move 1 to audit-suffix-ptr
000000        string " tenor=" delimited by size
000000            function trim(forward-tenor) delimited by size
000000            " value_date=" delimited by size
000000            forward-value-date delimited by size
000000            " fwd_adj=" delimited by size
000000            function trim(forward-adjust-display)
000000            delimited by size
000000            into audit-suffix with pointer audit-suffix-ptr
000000        perform audit-append-suffix
000000    end-if.
000000    *> a pegged rate names the anchor it was derived from
000000    if rate-derived
000000        move spaces to audit-suffix
000000        move 1 to audit-suffix-ptr
000000        string " derived=" delimited by size
000000            function trim(derived-anchor) delimited by size
000000            into audit-suffix with pointer audit-suffix-ptr
000000        perform audit-append-suffix
000000    end-if.
000000    write audit-record.
000000    if audit-dropped not = spaces
000000        move spaces to syslog-message
000000        string "audit record over 256 bytes for client "
000000            delimited by size
000000            function trim(audit-client) delimited by size
000000            " - left off:" delimited by size
000000            audit-dropped(1:audit-dropped-ptr - 1)
000000            delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000    end-if.
000000 audit-append-suffix section.
000000    *> audit-verify reads a forward without its fwd_adj, or a
000000    *> pegged rate without its anchor, as a wrong rate - so a
000000    *> record too long for both flags for review rather than
000000    *> carrying half a token
000000    if audit-ptr + audit-suffix-ptr - 2 > 256
000000        string " " delimited by size
000000            audit-suffix(2:audit-suffix-ptr - 2) delimited by "="
000000            into audit-dropped with pointer audit-dropped-ptr
000000        exit section
000000    end-if.
000000    string audit-suffix(1:audit-suffix-ptr - 1)
000000        delimited by size
000000        into audit-record with pointer audit-ptr.
000000 find-request-body section.
000000    *> the body starts after the blank line that ends the HTTP
000000    *> headers; tolerate bare-LF clients alongside CRLF ones
000000    move "N" to bulk-rate-switch.
000000    move "N" to override-used-switch.
000000    move "N" to spread-applied-switch.
000000    move "N" to derived-switch.
000000    move spaces to derived-anchor.
000000    move 0 to bulk-rate.
000000    move 0 to conv-result.
000000    move 0 to eur-amount.

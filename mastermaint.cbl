000000 identification division.
000000 program-id. master-maintenance.
000000 environment division.
000000 configuration section.
000000 repository. function all intrinsic.
000000 input-output section.
000000 file-control.
000000    select file-txn assign to txn-path
000000    organization is line sequential
000000    file status is txn-file-status.
000000    select file-master assign to master-path
000000    organization is line sequential
000000    file status is master-file-status.
000000    select file-new assign to new-path
000000    organization is line sequential
000000    file status is new-file-status.
000000    select file-journal assign to journal-path
000000    organization is line sequential
000000    file status is journal-file-status.
000000    select file-report assign to report-path
000000    organization is sequential
000000    file status is report-file-status.
000000 data division.
000000 file section.
000000 fd file-txn.
000000    01 txn-record pic x(512).
000000 fd file-master.
000000    01 master-record pic x(256).
000000 fd file-new.
000000    01 new-record pic x(256).
000000 fd file-journal.
000000    01 journal-record pic x(600).
000000 fd file-report.
000000    01 report-line pic x(132).
000000 working-storage section.
000000    78 SYSLOG-FACILITY-USER value 8.
000000    78 SYSLOG-SEVERITY-ERRROR value 3.
000000    01 env-text pic x(256).
000000    01 keys-path pic x(256) value "resources/api-keys.csv".
000000    01 meta-path pic x(256) value
000000        "resources/currency-metadata.csv".
000000    01 spreads-path pic x(256) value
000000        "resources/rate-spreads.csv".
000000    01 txn-path pic x(256) value
000000        "resources/master-maint.txn".
000000    01 journal-path pic x(256) value
000000        "resources/master-changes.log".
000000    01 report-path pic x(256) value
000000        "resources/master-maint.rpt".
000000    01 master-path pic x(256).
000000    01 new-path pic x(256).
000000    01 txn-file-status pic x(2).
000000        88 txn-file-exists value "00".
000000    01 master-file-status pic x(2).
000000        88 master-file-exists value "00".
000000        88 master-file-writable value "00".
000000    01 new-file-status pic x(2).
000000        88 new-file-ok value "00".
000000    01 journal-file-status pic x(2).
000000        88 journal-file-ok value "00".
000000    01 journal-failed-switch pic x(1) value "N".
000000        88 journal-failed value "Y".
000000    01 report-file-status pic x(2).
000000    01 run-stamp pic x(14).
000000    *> each master is locked from its load until the run has
000000    *> journalled, so a lockout security-report writes to the
000000    *> api-keys master meanwhile is not copied over by this
000000    *> run's stale image. taken in this order only
000000    01 lock-acquire-action pic x(1) value "A".
000000    01 lock-release-action pic x(1) value "R".
000000    01 keys-lock-path pic x(256).
000000    01 keys-lock-fd usage binary-long value -1.
000000    01 meta-lock-path pic x(256).
000000    01 meta-lock-fd usage binary-long value -1.
000000    01 spreads-lock-path pic x(256).
000000    01 spreads-lock-fd usage binary-long value -1.
000000    *> every row of the three masters, comments included, in
000000    *> file order, so a rewrite changes only the rows a
000000    *> transaction touched. image-key is the row's identity on
000000    *> its master - the key itself, the currency code, or the
000000    *> currency and client of a spread row - and is blank for
000000    *> comment and empty rows
000000    01 master-image.
000000        05 image-count usage binary-long unsigned value 0.
000000        05 image-entry occurs 512 times indexed by im-idx.
000000            10 image-master pic x(7).
000000            10 image-key pic x(64).
000000            10 image-text pic x(256).
000000    01 load-master-name pic x(7).
000000    01 keys-changed-switch pic x(1) value "N".
000000        88 keys-changed value "Y".
000000    01 meta-changed-switch pic x(1) value "N".
000000        88 meta-changed value "Y".
000000    01 spreads-changed-switch pic x(1) value "N".
000000        88 spreads-changed value "Y".
000000    *> the loaders stop reading at these row counts; a master
000000    *> grown past them would lose its last rows without a word
000000    01 keys-row-limit usage binary-long unsigned value 32.
000000    01 meta-row-limit usage binary-long unsigned value 64.
000000    01 spreads-row-limit usage binary-long unsigned value 128.
000000    01 live-row-count usage binary-long unsigned.
000000    *> accepted changes are held until the whole file has
000000    *> passed, then journalled together with the rewrite
000000    01 change-list.
000000        05 change-count usage binary-long unsigned value 0.
000000        05 change-entry occurs 200 times indexed by ch-idx.
000000            10 change-master pic x(7).
000000            10 change-action pic x(1).
000000            10 change-entered pic x(16).
000000            10 change-approved pic x(16).
000000            10 change-before pic x(256).
000000            10 change-after pic x(256).
000000    01 txn-master pic x(16).
000000    01 txn-action pic x(8).
000000    01 txn-entered pic x(16).
000000    01 txn-approved pic x(16).
000000    01 txn-row pic x(256).
000000    01 txn-ptr usage binary-long unsigned.
000000    01 txn-key pic x(64).
000000    01 txn-new-row pic x(256).
000000    01 txn-before-row pic x(256).
000000    01 txn-no usage binary-long unsigned value 0.
000000    01 txn-ok-count usage binary-long unsigned value 0.
000000    01 txn-bad-count usage binary-long unsigned value 0.
000000    01 txn-reject-switch pic x(1).
000000        88 txn-rejected value "Y".
000000    01 reject-reason pic x(48).
000000    01 found-switch pic x(1).
000000        88 row-found value "Y".
000000    01 found-idx usage binary-long unsigned.
000000    *> api-keys row: key;client;Y|N;routes;day-quota;
000000    *> bulk-quota;expiry
000000    01 key-text pic x(48).
000000    01 client-text pic x(32).
000000    01 enabled-text pic x(8).
000000    01 routes-text pic x(80).
000000    01 quota-text pic x(16).
000000    01 bulk-quota-text pic x(16).
000000    01 expiry-text pic x(16).
000000    *> currency metadata row: CODE;name;minor-units;rounding;
000000    *> status
000000    01 code-text pic x(16).
000000    01 name-text pic x(64).
000000    01 units-text pic x(8).
000000    01 rounding-text pic x(8).
000000    01 status-text pic x(8).
000000    *> spreads row: CCY;bid-pct;ask-pct;client
000000    01 bid-text pic x(16).
000000    01 ask-text pic x(16).
000000    *> the route classes http-handler knows; a key granted
000000    *> anything else could never use it
000000    01 known-routes pic x(80) value
000000        " convert historical bulk stats reload ops deal forward ".
000000    01 route-token pic x(16).
000000    01 route-probe pic x(18).
000000    01 routes-ptr usage binary-long unsigned.
000000    01 field-len usage binary-long unsigned.
000000    01 space-tally usage binary-long unsigned.
000000    01 probe-tally usage binary-long unsigned.
000000    01 numeric-work-text pic x(16).
000000    01 numeric-work pic s9(11)v9(8).
000000    01 journal-side pic x(6).
000000    *> keys are credentials: the report and the journal show
000000    *> only the ends of one
000000    01 mask-in pic x(256).
000000    01 mask-out pic x(256).
000000    01 mask-key pic x(48).
000000    01 mask-ptr usage binary-long unsigned.
000000    01 masked-key pic x(16).
000000    01 count-display pic z(6)9.
000000    01 count-display-2 pic z(6)9.
000000    01 syslog-message pic x(120).
000000 procedure division.
000000 mainline section.
000000    perform init-config.
000000    perform acquire-master-locks.
000000    move "KEYS" to load-master-name.
000000    move keys-path to master-path.
000000    perform load-master.
000000    move "META" to load-master-name.
000000    move meta-path to master-path.
000000    perform load-master.
000000    move "SPREADS" to load-master-name.
000000    move spreads-path to master-path.
000000    perform load-master.
000000    perform open-report.
000000    perform apply-transactions.
000000    *> all or nothing: a single rejected transaction leaves
000000    *> every master exactly as it was, so the batch can be
000000    *> corrected and resubmitted whole
000000    if txn-bad-count > 0
000000        move spaces to report-line
000000        write report-line
000000        move "No master rewritten - correct the rejected rows"
000000            to report-line
000000        write report-line
000000        move "and resubmit the whole transaction file"
000000            to report-line
000000        write report-line
000000        perform write-totals
000000        close file-report
000000        perform release-master-locks
000000        move spaces to syslog-message
000000        move txn-bad-count to count-display
000000        string "master-maintenance: " delimited by size
000000            function trim(count-display) delimited by size
000000            " transaction(s) rejected - no master rewritten"
000000            delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    *> no master changes unless its change can be journalled,
000000    *> so the journal is opened before anything is rewritten
000000    perform open-journal.
000000    perform rewrite-masters.
000000    perform write-journal.
000000    perform release-master-locks.
000000    if change-count > 0
000000        move spaces to report-line
000000        write report-line
000000        move 'Masters rewritten - "/reload" the service to use'
000000            to report-line
000000        write report-line
000000    end-if.
000000    perform write-totals.
000000    close file-report.
000000    if journal-failed
000000        move 8 to return-code
000000    else
000000        move 0 to return-code
000000    end-if.
000000    stop run.
000000 init-config section.
000000    *> the three master paths are the service's own settings,
000000    *> so the batch always maintains the files the service reads
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_API_KEYS_PATH".
000000    if env-text not = spaces
000000        move env-text to keys-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_CURRENCY_META_PATH".
000000    if env-text not = spaces
000000        move env-text to meta-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_SPREADS_PATH".
000000    if env-text not = spaces
000000        move env-text to spreads-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_MAINT_TXN_PATH".
000000    if env-text not = spaces
000000        move env-text to txn-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_MAINT_JOURNAL_PATH".
000000    if env-text not = spaces
000000        move env-text to journal-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_MAINT_REPORT_PATH".
000000    if env-text not = spaces
000000        move env-text to report-path
000000    end-if.
000000    move current-date(1:14) to run-stamp.
000000 acquire-master-locks section.
000000    move spaces to keys-lock-path.
000000    string function trim(keys-path) delimited by size
000000        ".lock" delimited by size
000000        into keys-lock-path.
000000    move spaces to meta-lock-path.
000000    string function trim(meta-path) delimited by size
000000        ".lock" delimited by size
000000        into meta-lock-path.
000000    move spaces to spreads-lock-path.
000000    string function trim(spreads-path) delimited by size
000000        ".lock" delimited by size
000000        into spreads-lock-path.
000000    call "resource-lock" using keys-lock-path,
000000        lock-acquire-action, keys-lock-fd.
000000    call "resource-lock" using meta-lock-path,
000000        lock-acquire-action, meta-lock-fd.
000000    call "resource-lock" using spreads-lock-path,
000000        lock-acquire-action, spreads-lock-fd.
000000 release-master-locks section.
000000    call "resource-lock" using spreads-lock-path,
000000        lock-release-action, spreads-lock-fd.
000000    call "resource-lock" using meta-lock-path,
000000        lock-release-action, meta-lock-fd.
000000    call "resource-lock" using keys-lock-path,
000000        lock-release-action, keys-lock-fd.
000000 load-master section.
000000    *> a master not yet on the box is simply empty; adds can
000000    *> create it
000000    open input file-master.
000000    if not master-file-exists
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-master at end exit perform end-read
000000        if image-count >= 512
000000            close file-master
000000            display "Error: " function trim(master-path)
000000                " too large to maintain" upon syserr
000000            move 8 to return-code
000000            stop run
000000        end-if
000000        add 1 to image-count
000000        set im-idx to image-count
000000        move load-master-name to image-master(im-idx)
000000        move master-record to image-text(im-idx)
000000        move spaces to image-key(im-idx)
000000        if master-record(1:1) not = "*"
000000                and master-record not = spaces
000000            move master-record to txn-row
000000            perform derive-row-key
000000            move txn-key to image-key(im-idx)
000000        end-if
000000    end-perform.
000000    close file-master.
000000 derive-row-key section.
000000    *> the identity of a row as its loader sees it: the key
000000    *> as written, codes upper-cased, a spread's client as
000000    *> trimmed
000000    move spaces to txn-key.
000000    evaluate load-master-name
000000        when "KEYS"
000000            move spaces to key-text
000000            unstring txn-row delimited by ";" into key-text
000000            move function trim(key-text) to txn-key
000000        when "META"
000000            move spaces to code-text
000000            unstring txn-row delimited by ";" into code-text
000000            move upper-case(function trim(code-text))
000000                to code-text
000000            move code-text(1:3) to txn-key
000000        when "SPREADS"
000000            move spaces to code-text
000000            move spaces to bid-text
000000            move spaces to ask-text
000000            move spaces to client-text
000000            unstring txn-row delimited by ";"
000000                into code-text, bid-text, ask-text, client-text
000000            move upper-case(function trim(code-text))
000000                to code-text
000000            string code-text(1:3) delimited by size
000000                ";" delimited by size
000000                function trim(client-text) delimited by size
000000                into txn-key
000000    end-evaluate.
000000 open-report section.
000000    open output file-report.
000000    move spaces to report-line.
000000    string "Master maintenance run " delimited by size
000000        run-stamp delimited by size
000000        into report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000 apply-transactions section.
000000    *> transaction layout:
000000    *> MASTER;action;entered-by;approved-by;row image
000000    *> MASTER is KEYS, META or SPREADS; action is A (add),
000000    *> C (change, the row image replaces the row) or D
000000    *> (disable, only the key fields of the row image are
000000    *> read). each is applied to the in-storage masters in
000000    *> turn, so a later row may change what an earlier one
000000    *> added
000000    open input file-txn.
000000    if not txn-file-exists
000000        move "No transaction file - nothing to apply"
000000            to report-line
000000        write report-line
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-txn at end exit perform end-read
000000        if txn-record(1:1) not = "*"
000000                and txn-record not = spaces
000000            add 1 to txn-no
000000            perform apply-one-transaction
000000            perform report-transaction
000000        end-if
000000    end-perform.
000000    close file-txn.
000000 apply-one-transaction section.
000000    move "N" to txn-reject-switch.
000000    move spaces to reject-reason.
000000    move spaces to txn-master.
000000    move spaces to txn-action.
000000    move spaces to txn-entered.
000000    move spaces to txn-approved.
000000    move spaces to txn-row.
000000    move spaces to txn-key.
000000    move spaces to txn-new-row.
000000    move spaces to txn-before-row.
000000    move 1 to txn-ptr.
000000    unstring txn-record delimited by ";"
000000        into txn-master, txn-action, txn-entered, txn-approved
000000        with pointer txn-ptr.
000000    if txn-ptr <= 512
000000        move txn-record(txn-ptr:) to txn-row
000000    end-if.
000000    move upper-case(function trim(txn-master)) to txn-master.
000000    move upper-case(function trim(txn-action)) to txn-action.
000000    move function trim(txn-entered) to txn-entered.
000000    move function trim(txn-approved) to txn-approved.
000000    if txn-master not = "KEYS" and txn-master not = "META"
000000            and txn-master not = "SPREADS"
000000        move "unknown master" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    move txn-master to load-master-name.
000000    if txn-action not = "A" and txn-action not = "C"
000000            and txn-action not = "D"
000000        move "action must be A, C or D" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    *> the same dual-control rule load-rates applies to the
000000    *> manual rate overrides: two named operators, and never
000000    *> the same one twice
000000    if txn-entered = spaces
000000            or txn-approved = spaces
000000            or upper-case(txn-entered)
000000                = upper-case(txn-approved)
000000        move "dual control not satisfied" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    if change-count >= 200
000000        move "too many transactions in one run" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    if txn-action = "D"
000000        perform derive-row-key
000000        perform check-disable-key
000000    else
000000        evaluate txn-master
000000            when "KEYS"
000000                perform validate-key-row
000000            when "META"
000000                perform validate-meta-row
000000            when "SPREADS"
000000                perform validate-spread-row
000000        end-evaluate
000000    end-if.
000000    if txn-rejected
000000        exit section
000000    end-if.
000000    perform find-master-row.
000000    evaluate txn-action
000000        when "A"
000000            perform add-master-row
000000        when "C"
000000            perform change-master-row
000000        when "D"
000000            perform disable-master-row
000000    end-evaluate.
000000    if txn-rejected
000000        exit section
000000    end-if.
000000    add 1 to txn-ok-count.
000000    add 1 to change-count.
000000    set ch-idx to change-count.
000000    move txn-master to change-master(ch-idx).
000000    move txn-action to change-action(ch-idx).
000000    move txn-entered to change-entered(ch-idx).
000000    move txn-approved to change-approved(ch-idx).
000000    move txn-before-row to change-before(ch-idx).
000000    move txn-new-row to change-after(ch-idx).
000000    evaluate txn-master
000000        when "KEYS"
000000            move "Y" to keys-changed-switch
000000        when "META"
000000            move "Y" to meta-changed-switch
000000        when "SPREADS"
000000            move "Y" to spreads-changed-switch
000000    end-evaluate.
000000 reject-transaction section.
000000    move "Y" to txn-reject-switch.
000000    add 1 to txn-bad-count.
000000 check-disable-key section.
000000    if txn-key = spaces or txn-key = ";"
000000        move "key fields missing" to reject-reason
000000        perform reject-transaction
000000    end-if.
000000 validate-key-row section.
000000    *> the load-api-keys columns, held to what the loader can
000000    *> actually use rather than what it quietly defaults
000000    move spaces to key-text.
000000    move spaces to client-text.
000000    move spaces to enabled-text.
000000    move spaces to routes-text.
000000    move spaces to quota-text.
000000    move spaces to bulk-quota-text.
000000    move spaces to expiry-text.
000000    unstring txn-row delimited by ";"
000000        into key-text, client-text, enabled-text, routes-text,
000000        quota-text, bulk-quota-text, expiry-text.
000000    move function trim(key-text) to key-text.
000000    move function trim(client-text) to client-text.
000000    move upper-case(function trim(enabled-text))
000000        to enabled-text.
000000    move function trim(routes-text) to routes-text.
000000    move function trim(quota-text) to quota-text.
000000    move function trim(bulk-quota-text) to bulk-quota-text.
000000    move function trim(expiry-text) to expiry-text.
000000    if key-text = spaces
000000        move "key missing" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    move 0 to space-tally.
000000    compute field-len = length(trim(key-text)).
000000    inspect key-text(1:field-len)
000000        tallying space-tally for all space.
000000    if field-len > 32 or space-tally > 0
000000        move "key longer than 32 or contains spaces"
000000            to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    if client-text = spaces or client-text(21:12) not = spaces
000000        move "client missing or longer than 20"
000000            to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    if enabled-text = spaces
000000        move "Y" to enabled-text
000000    end-if.
000000    if enabled-text not = "Y" and enabled-text not = "N"
000000        move "enabled must be Y or N" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    perform validate-routes.
000000    if txn-rejected
000000        exit section
000000    end-if.
000000    move quota-text to numeric-work-text.
000000    perform validate-quota.
000000    if txn-rejected
000000        exit section
000000    end-if.
000000    move bulk-quota-text to numeric-work-text.
000000    perform validate-quota.
000000    if txn-rejected
000000        exit section
000000    end-if.
000000    if expiry-text not = spaces
000000        if expiry-text(1:8) is not numeric
000000                or expiry-text(9:8) not = spaces
000000            move "expiry must be yyyymmdd" to reject-reason
000000            perform reject-transaction
000000            exit section
000000        end-if
000000        if test-date-yyyymmdd(numval(expiry-text(1:8))) not = 0
000000            move "expiry must be yyyymmdd" to reject-reason
000000            perform reject-transaction
000000            exit section
000000        end-if
000000        if expiry-text(1:8) < run-stamp(1:8)
000000            move "expiry already past" to reject-reason
000000            perform reject-transaction
000000            exit section
000000        end-if
000000    end-if.
000000    move key-text to txn-key.
000000    string function trim(key-text) delimited by size
000000        ";" delimited by size
000000        function trim(client-text) delimited by size
000000        ";" delimited by size
000000        enabled-text(1:1) delimited by size
000000        ";" delimited by size
000000        function trim(routes-text) delimited by size
000000        ";" delimited by size
000000        function trim(quota-text) delimited by size
000000        ";" delimited by size
000000        function trim(bulk-quota-text) delimited by size
000000        ";" delimited by size
000000        function trim(expiry-text) delimited by size
000000        into txn-new-row.
000000 validate-routes section.
000000    *> blank grants every route, as the loader reads it; "*"
000000    *> likewise; otherwise every token must be a route class
000000    *> the service knows
000000    if routes-text = spaces
000000        move "*" to routes-text
000000    end-if.
000000    if routes-text(65:16) not = spaces
000000        move "routes longer than 64" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    if routes-text = "*"
000000        exit section
000000    end-if.
000000    move 1 to routes-ptr.
000000    perform until routes-ptr > 64
000000        move spaces to route-token
000000        unstring routes-text delimited by all space
000000            into route-token with pointer routes-ptr
000000        if route-token = spaces
000000            exit perform
000000        end-if
000000        move spaces to route-probe
000000        string " " delimited by size
000000            function trim(route-token) delimited by size
000000            " " delimited by size
000000            into route-probe
000000        compute field-len = length(trim(route-token)) + 2
000000        move 0 to probe-tally
000000        inspect known-routes tallying probe-tally
000000            for all route-probe(1:field-len)
000000        if probe-tally = 0
000000            move spaces to reject-reason
000000            string "unknown route class " delimited by size
000000                function trim(route-token) delimited by size
000000                into reject-reason
000000            perform reject-transaction
000000            exit section
000000        end-if
000000    end-perform.
000000 validate-quota section.
000000    *> blank is uncapped; anything else a whole, unsigned count
000000    if numeric-work-text = spaces
000000        exit section
000000    end-if.
000000    if test-numval(numeric-work-text) not = 0
000000        move "quota not numeric" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    move numval(numeric-work-text) to numeric-work.
000000    if numeric-work < 0
000000            or numeric-work not = integer-part(numeric-work)
000000            or numeric-work > 999999999
000000        move "quota must be a whole count" to reject-reason
000000        perform reject-transaction
000000    end-if.
000000 validate-meta-row section.
000000    *> the load-currency-meta columns
000000    move spaces to code-text.
000000    move spaces to name-text.
000000    move spaces to units-text.
000000    move spaces to rounding-text.
000000    move spaces to status-text.
000000    unstring txn-row delimited by ";"
000000        into code-text, name-text, units-text, rounding-text,
000000        status-text.
000000    perform validate-currency-code.
000000    if txn-rejected
000000        exit section
000000    end-if.
000000    move function trim(name-text) to name-text.
000000    if name-text = spaces or name-text(41:24) not = spaces
000000        move "name missing or longer than 40" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    move function trim(units-text) to units-text.
000000    if units-text(1:1) is not numeric
000000            or units-text(2:7) not = spaces
000000            or units-text(1:1) > "4"
000000        move "minor units must be 0 to 4" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    move upper-case(function trim(rounding-text))
000000        to rounding-text.
000000    if rounding-text = spaces
000000        move "H" to rounding-text
000000    end-if.
000000    if rounding-text not = "H" and rounding-text not = "D"
000000        move "rounding must be H or D" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    move upper-case(function trim(status-text)) to status-text.
000000    if status-text = spaces
000000        move "A" to status-text
000000    end-if.
000000    if status-text not = "A" and status-text not = "S"
000000        move "status must be A or S" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    move code-text(1:3) to txn-key.
000000    string code-text(1:3) delimited by size
000000        ";" delimited by size
000000        function trim(name-text) delimited by size
000000        ";" delimited by size
000000        units-text(1:1) delimited by size
000000        ";" delimited by size
000000        rounding-text(1:1) delimited by size
000000        ";" delimited by size
000000        status-text(1:1) delimited by size
000000        into txn-new-row.
000000 validate-spread-row section.
000000    *> the load-rate-spreads columns; the loader drops a row
000000    *> whose margins do not parse or reach 100 percent
000000    move spaces to code-text.
000000    move spaces to bid-text.
000000    move spaces to ask-text.
000000    move spaces to client-text.
000000    unstring txn-row delimited by ";"
000000        into code-text, bid-text, ask-text, client-text.
000000    perform validate-currency-code.
000000    if txn-rejected
000000        exit section
000000    end-if.
000000    move function trim(bid-text) to bid-text.
000000    move function trim(ask-text) to ask-text.
000000    move function trim(client-text) to client-text.
000000    if bid-text = spaces or ask-text = spaces
000000            or test-numval(bid-text) not = 0
000000            or test-numval(ask-text) not = 0
000000        move "margins not numeric" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    if numval(bid-text) < 0 or numval(bid-text) >= 100
000000            or numval(ask-text) < 0 or numval(ask-text) >= 100
000000        move "margins must be 0 to under 100 percent"
000000            to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    if client-text(21:12) not = spaces
000000        move "client longer than 20" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    string code-text(1:3) delimited by size
000000        ";" delimited by size
000000        function trim(client-text) delimited by size
000000        into txn-key.
000000    string code-text(1:3) delimited by size
000000        ";" delimited by size
000000        function trim(bid-text) delimited by size
000000        ";" delimited by size
000000        function trim(ask-text) delimited by size
000000        ";" delimited by size
000000        function trim(client-text) delimited by size
000000        into txn-new-row.
000000 validate-currency-code section.
000000    move upper-case(function trim(code-text)) to code-text.
000000    move 0 to space-tally.
000000    inspect code-text(1:3) tallying space-tally for all space.
000000    if code-text(1:3) is not alphabetic-upper
000000            or space-tally > 0
000000            or code-text(4:13) not = spaces
000000        move "currency code must be three letters"
000000            to reject-reason
000000        perform reject-transaction
000000    end-if.
000000 find-master-row section.
000000    move "N" to found-switch.
000000    move 0 to live-row-count.
000000    perform varying im-idx from 1 by 1
000000            until im-idx > image-count
000000        if image-master(im-idx) = txn-master
000000                and image-key(im-idx) not = spaces
000000            add 1 to live-row-count
000000            if image-key(im-idx) = txn-key and not row-found
000000                move "Y" to found-switch
000000                set found-idx to im-idx
000000            end-if
000000        end-if
000000    end-perform.
000000 add-master-row section.
000000    if row-found
000000        move "already on the master - use C to change"
000000            to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    evaluate txn-master
000000        when "KEYS"
000000            if live-row-count >= keys-row-limit
000000                move "api-keys master full" to reject-reason
000000            end-if
000000        when "META"
000000            if live-row-count >= meta-row-limit
000000                move "metadata master full" to reject-reason
000000            end-if
000000        when "SPREADS"
000000            if live-row-count >= spreads-row-limit
000000                move "spreads master full" to reject-reason
000000            end-if
000000    end-evaluate.
000000    if reject-reason = spaces and image-count >= 512
000000        move "masters too large to maintain" to reject-reason
000000    end-if.
000000    if reject-reason not = spaces
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    add 1 to image-count.
000000    set im-idx to image-count.
000000    move txn-master to image-master(im-idx).
000000    move txn-key to image-key(im-idx).
000000    move txn-new-row to image-text(im-idx).
000000 change-master-row section.
000000    if not row-found
000000        move "not on the master - use A to add"
000000            to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    set im-idx to found-idx.
000000    move image-text(im-idx) to txn-before-row.
000000    move txn-new-row to image-text(im-idx).
000000 disable-master-row section.
000000    *> a key is switched off and a currency suspended in their
000000    *> own status columns; the spreads master has none, so a
000000    *> spread row is commented out and the currency falls back
000000    *> to its default row or the raw mid
000000    if not row-found
000000        move "not on the master" to reject-reason
000000        perform reject-transaction
000000        exit section
000000    end-if.
000000    set im-idx to found-idx.
000000    move image-text(im-idx) to txn-before-row.
000000    evaluate txn-master
000000        when "KEYS"
000000            move spaces to key-text
000000            move spaces to client-text
000000            move spaces to enabled-text
000000            move spaces to routes-text
000000            move spaces to quota-text
000000            move spaces to bulk-quota-text
000000            move spaces to expiry-text
000000            unstring txn-before-row delimited by ";"
000000                into key-text, client-text, enabled-text,
000000                routes-text, quota-text, bulk-quota-text,
000000                expiry-text
000000            string function trim(key-text) delimited by size
000000                ";" delimited by size
000000                function trim(client-text) delimited by size
000000                ";N;" delimited by size
000000                function trim(routes-text) delimited by size
000000                ";" delimited by size
000000                function trim(quota-text) delimited by size
000000                ";" delimited by size
000000                function trim(bulk-quota-text)
000000                delimited by size
000000                ";" delimited by size
000000                function trim(expiry-text) delimited by size
000000                into txn-new-row
000000        when "META"
000000            move spaces to code-text
000000            move spaces to name-text
000000            move spaces to units-text
000000            move spaces to rounding-text
000000            move spaces to status-text
000000            unstring txn-before-row delimited by ";"
000000                into code-text, name-text, units-text,
000000                rounding-text, status-text
000000            string function trim(code-text) delimited by size
000000                ";" delimited by size
000000                function trim(name-text) delimited by size
000000                ";" delimited by size
000000                function trim(units-text) delimited by size
000000                ";" delimited by size
000000                function trim(rounding-text) delimited by size
000000                ";S" delimited by size
000000                into txn-new-row
000000        when "SPREADS"
000000            string "*" delimited by size
000000                txn-before-row delimited by size
000000                into txn-new-row
000000            move spaces to image-key(im-idx)
000000    end-evaluate.
000000    move txn-new-row to image-text(im-idx).
000000 report-transaction section.
000000    move txn-no to count-display.
000000    move spaces to report-line.
000000    if txn-rejected
000000        string count-display delimited by size
000000            "  REJECTED " delimited by size
000000            txn-master(1:7) delimited by size
000000            " " delimited by size
000000            txn-action(1:1) delimited by size
000000            "  " delimited by size
000000            function trim(reject-reason) delimited by size
000000            into report-line
000000        write report-line
000000        exit section
000000    end-if.
000000    move txn-key to mask-in.
000000    if txn-master = "KEYS"
000000        perform mask-row-key
000000    else
000000        move mask-in to mask-out
000000    end-if.
000000    string count-display delimited by size
000000        "  ACCEPTED " delimited by size
000000        txn-master(1:7) delimited by size
000000        " " delimited by size
000000        txn-action(1:1) delimited by size
000000        "  " delimited by size
000000        function trim(mask-out) delimited by size
000000        "  entered " delimited by size
000000        function trim(txn-entered) delimited by size
000000        " approved " delimited by size
000000        function trim(txn-approved) delimited by size
000000        into report-line.
000000    write report-line.
000000 mask-row-key section.
000000    *> the key as its last four characters, and its first four
000000    *> too once it is 16 or longer, so the masked form never
000000    *> shows half a short key; the rest of the row as it stands
000000    move spaces to mask-out.
000000    move spaces to mask-key.
000000    if mask-in = spaces
000000        exit section
000000    end-if.
000000    move 1 to mask-ptr.
000000    unstring mask-in delimited by ";"
000000        into mask-key with pointer mask-ptr.
000000    compute field-len = length(trim(mask-key)).
000000    move spaces to masked-key.
000000    if field-len >= 16
000000        string mask-key(1:4) delimited by size
000000            "****" delimited by size
000000            mask-key(field-len - 3:4) delimited by size
000000            into masked-key
000000    else
000000        if field-len > 8
000000            string "****" delimited by size
000000                mask-key(field-len - 3:4) delimited by size
000000                into masked-key
000000        else
000000            move "****" to masked-key
000000        end-if
000000    end-if.
000000    if mask-ptr > 256
000000        move masked-key to mask-out
000000    else
000000        string function trim(masked-key) delimited by size
000000            ";" delimited by size
000000            mask-in(mask-ptr:) delimited by size
000000            into mask-out
000000    end-if.
000000 rewrite-masters section.
000000    *> each changed master is written out in full beside the
000000    *> live file and only then copied over it, the same swap
000000    *> audit-housekeeping uses, so an abend while writing
000000    *> leaves the live master untouched
000000    if keys-changed
000000        move "KEYS" to load-master-name
000000        move keys-path to master-path
000000        perform write-new-master
000000    end-if.
000000    if meta-changed
000000        move "META" to load-master-name
000000        move meta-path to master-path
000000        perform write-new-master
000000    end-if.
000000    if spreads-changed
000000        move "SPREADS" to load-master-name
000000        move spreads-path to master-path
000000        perform write-new-master
000000    end-if.
000000    if keys-changed
000000        move keys-path to master-path
000000        perform swap-new-into-live
000000    end-if.
000000    if meta-changed
000000        move meta-path to master-path
000000        perform swap-new-into-live
000000    end-if.
000000    if spreads-changed
000000        move spreads-path to master-path
000000        perform swap-new-into-live
000000    end-if.
000000 write-new-master section.
000000    perform set-new-path.
000000    open output file-new.
000000    if not new-file-ok
000000        display "Error: cannot write " function trim(new-path)
000000            " - no master rewritten" upon syserr
000000        close file-report
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    perform varying im-idx from 1 by 1
000000            until im-idx > image-count
000000        if image-master(im-idx) = load-master-name
000000            write new-record from image-text(im-idx)
000000            if not new-file-ok
000000                close file-new
000000                display "Error: write failed on "
000000                    function trim(new-path)
000000                    " - no master rewritten" upon syserr
000000                close file-report
000000                move 8 to return-code
000000                stop run
000000            end-if
000000        end-if
000000    end-perform.
000000    close file-new.
000000 set-new-path section.
000000    move spaces to new-path.
000000    string function trim(master-path) delimited by size
000000        ".new" delimited by size
000000        into new-path.
000000 swap-new-into-live section.
000000    perform set-new-path.
000000    open input file-new.
000000    if not new-file-ok
000000        display "Error: cannot reopen " function trim(new-path)
000000            upon syserr
000000        close file-report
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    open output file-master.
000000    if not master-file-writable
000000        close file-new
000000        display "Error: cannot rewrite "
000000            function trim(master-path) upon syserr
000000        close file-report
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    perform until exit
000000        read file-new at end exit perform end-read
000000        write master-record from new-record
000000        if not master-file-writable
000000            *> the live master is now partial but the full new
000000            *> image is still in the work file - keep it for
000000            *> recovery instead of deleting it below
000000            close file-master
000000            close file-new
000000            display "Error: rewrite of "
000000                function trim(master-path)
000000                " failed - new image preserved in "
000000                function trim(new-path) upon syserr
000000            close file-report
000000            move 8 to return-code
000000            stop run
000000        end-if
000000    end-perform.
000000    close file-master.
000000    close file-new.
000000    call "CBL_DELETE_FILE" using new-path.
000000    move 0 to return-code.
000000 open-journal section.
000000    *> a journal that will not open stops the run with every
000000    *> master as it was
000000    if change-count = 0
000000        exit section
000000    end-if.
000000    open extend file-journal.
000000    if journal-file-status = "35"
000000        open output file-journal
000000    end-if.
000000    if not journal-file-ok
000000        move spaces to syslog-message
000000        string "master-maintenance: cannot open change "
000000            delimited by size
000000            "journal - no master rewritten"
000000            delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000        display function trim(syslog-message) upon syserr
000000        perform write-totals
000000        close file-report
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000 write-journal section.
000000    *> two rows per change, before and after, stamped with the
000000    *> run and both operators:
000000    *> stamp;MASTER;action;entered;approved;BEFORE|AFTER;row
000000    *> an add has an empty before image. keys are masked. the
000000    *> journal was opened by open-journal before the rewrite
000000    if change-count = 0
000000        exit section
000000    end-if.
000000    perform varying ch-idx from 1 by 1
000000            until ch-idx > change-count
000000        move change-before(ch-idx) to mask-in
000000        move "BEFORE" to journal-side
000000        perform write-journal-row
000000        move change-after(ch-idx) to mask-in
000000        move "AFTER" to journal-side
000000        perform write-journal-row
000000    end-perform.
000000    close file-journal.
000000    if journal-failed
000000        move spaces to syslog-message
000000        string "master-maintenance: change journal write "
000000            delimited by size
000000            "failed - journal incomplete" delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000        display function trim(syslog-message) upon syserr
000000    end-if.
000000 write-journal-row section.
000000    if change-master(ch-idx) = "KEYS"
000000        perform mask-row-key
000000    else
000000        move mask-in to mask-out
000000    end-if.
000000    move spaces to journal-record.
000000    string run-stamp delimited by size
000000        ";" delimited by size
000000        function trim(change-master(ch-idx)) delimited by size
000000        ";" delimited by size
000000        change-action(ch-idx) delimited by size
000000        ";" delimited by size
000000        function trim(change-entered(ch-idx)) delimited by size
000000        ";" delimited by size
000000        function trim(change-approved(ch-idx))
000000        delimited by size
000000        ";" delimited by size
000000        function trim(journal-side) delimited by size
000000        ";" delimited by size
000000        function trim(mask-out) delimited by size
000000        into journal-record.
000000    write journal-record.
000000    if not journal-file-ok
000000        move "Y" to journal-failed-switch
000000    end-if.
000000 write-totals section.
000000    move spaces to report-line.
000000    write report-line.
000000    move txn-ok-count to count-display.
000000    move txn-bad-count to count-display-2.
000000    move spaces to report-line.
000000    string "Transactions accepted: " delimited by size
000000        function trim(count-display) delimited by size
000000        "  rejected: " delimited by size
000000        function trim(count-display-2) delimited by size
000000        into report-line.
000000    write report-line.
000000 end program master-maintenance.

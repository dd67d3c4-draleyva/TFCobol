000000 identification division.
000000 program-id. security-report.
000000 environment division.
000000 configuration section.
000000 repository. function all intrinsic.
000000 input-output section.
000000 file-control.
000000    select security-file assign to security-log-path
000000    organization is line sequential
000000    file status is security-file-status.
000000    select file-keys assign to keys-path
000000    organization is line sequential
000000    file status is keys-file-status.
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
000000 fd security-file.
000000    01 security-record pic x(256).
000000 fd file-keys.
000000    01 keys-record pic x(256).
000000 fd file-new.
000000    01 new-record pic x(256).
000000 fd file-journal.
000000    01 journal-record pic x(512).
000000 fd file-report.
000000    01 report-line pic x(132).
000000 working-storage section.
000000    78 SYSLOG-FACILITY-USER value 8.
000000    78 SYSLOG-SEVERITY-ERRROR value 3.
000000    01 env-text pic x(256).
000000    01 security-log-path pic x(256) value
000000        "resources/security.log".
000000    01 keys-path pic x(256) value "resources/api-keys.csv".
000000    01 new-path pic x(256).
000000    01 journal-path pic x(256) value
000000        "resources/master-changes.log".
000000    01 report-path pic x(256) value
000000        "resources/security-exceptions.rpt".
000000    01 security-file-status pic x(2).
000000        88 security-file-exists value "00".
000000        88 security-file-open-ok value "00".
000000    01 keys-file-status pic x(2).
000000        88 keys-file-exists value "00".
000000        88 keys-file-writable value "00".
000000    01 new-file-status pic x(2).
000000        88 new-file-ok value "00".
000000    01 journal-file-status pic x(2).
000000        88 journal-file-ok value "00".
000000    01 report-file-status pic x(2).
000000        88 report-file-writable value "00".
000000    *> the service appends to the security log under this lock,
000000    *> so the lockout rows are appended under it as well
000000    01 lock-acquire-action pic x(1) value "A".
000000    01 lock-release-action pic x(1) value "R".
000000    01 security-lock-path pic x(256).
000000    01 security-lock-fd usage binary-long value -1.
000000    *> master-maintenance rewrites the api-keys master too; the
000000    *> lock is held from reading the master until the lockout
000000    *> is journalled, so neither batch copies back an image the
000000    *> other has since changed
000000    01 keys-lock-path pic x(256).
000000    01 keys-lock-fd usage binary-long value -1.
000000    01 report-date pic x(8).
000000    01 run-stamp pic x(14).
000000    *> a key is locked out once it has failed more than
000000    *> lockout-limit times inside any lockout-window-minutes;
000000    *> the same rule marks a source address as a burst
000000    01 lockout-limit usage binary-long unsigned value 10.
000000    01 lockout-window-minutes usage binary-long unsigned
000000        value 5.
000000    01 lockout-window-seconds usage binary-long unsigned.
000000    *> log row: stamp;peer-address;key;route-class;path;reason;
000000    *> client, as the service's write-security-log lays it out
000000    01 log-stamp-text pic x(16).
000000    01 log-address-text pic x(20).
000000    01 log-key-text pic x(16).
000000    01 log-route-text pic x(16).
000000    01 log-path-text pic x(64).
000000    01 log-reason-text pic x(24).
000000    01 log-client-text pic x(24).
000000    01 event-seconds usage binary-long unsigned.
000000    01 event-time pic x(8).
000000    *> which column of the report a refusal reason counts in
000000    01 reason-bucket pic x(1).
000000        88 reason-unknown value "U".
000000        88 reason-disabled value "D".
000000        88 reason-route value "R".
000000        88 reason-quota value "Q".
000000    *> per source address and per key: the counts by reason,
000000    *> and a ring of the last lockout-limit failure times - the
000000    *> log is in time order, so a new failure less than the
000000    *> window after the oldest in a full ring is failure
000000    *> lockout-limit + 1 inside the window
000000    01 address-table.
000000        05 address-count usage binary-long unsigned value 0.
000000        05 address-entry occurs 500 times indexed by ad-idx.
000000            10 address-ip pic x(15).
000000            10 address-total usage binary-long unsigned.
000000            10 address-unknown usage binary-long unsigned.
000000            10 address-disabled usage binary-long unsigned.
000000            10 address-route usage binary-long unsigned.
000000            10 address-quota usage binary-long unsigned.
000000            10 address-burst-at pic x(8).
000000            10 address-ring-used usage binary-long unsigned.
000000            10 address-ring-next usage binary-long unsigned.
000000            10 address-ring occurs 100 times
000000                usage binary-long unsigned.
000000    01 key-table.
000000        05 key-stat-count usage binary-long unsigned value 0.
000000        05 key-stat-entry occurs 200 times indexed by ks-idx.
000000            10 key-stat-key pic x(12).
000000            10 key-stat-client pic x(20).
000000            10 key-stat-total usage binary-long unsigned.
000000            10 key-stat-unknown usage binary-long unsigned.
000000            10 key-stat-disabled usage binary-long unsigned.
000000            10 key-stat-route usage binary-long unsigned.
000000            10 key-stat-quota usage binary-long unsigned.
000000            10 key-stat-burst-at pic x(8).
000000            10 key-stat-action pic x(20).
000000            10 key-stat-ring-used usage binary-long unsigned.
000000            10 key-stat-ring-next usage binary-long unsigned.
000000            10 key-stat-ring occurs 100 times
000000                usage binary-long unsigned.
000000    01 group-found-switch pic x(1).
000000        88 group-found value "Y".
000000    01 oldest-seconds usage binary-long unsigned.
000000    *> the api-keys master as it stands, every line kept so the
000000    *> rewrite changes nothing but the locked keys' flag
000000    01 master-image.
000000        05 master-line-count usage binary-long unsigned
000000            value 0.
000000        05 master-line occurs 256 times indexed by ml-idx.
000000            10 master-line-text pic x(256).
000000            10 master-line-before pic x(256).
000000            10 master-line-changed pic x(1).
000000    01 master-match-count usage binary-long unsigned.
000000    01 master-match-idx usage binary-long unsigned.
000000    01 row-key-text pic x(32).
000000    01 row-client-text pic x(20).
000000    01 row-enabled-text pic x(8).
000000    01 row-ptr usage binary-long unsigned.
000000    01 row-rest-ptr usage binary-long unsigned.
000000    01 row-masked-key pic x(12).
000000    01 field-len usage binary-long.
000000    01 mask-in pic x(256).
000000    01 mask-out pic x(256).
000000    01 mask-ptr usage binary-long unsigned.
000000    01 journal-side pic x(6).
000000    01 rows-read usage binary-long unsigned value 0.
000000    01 rows-other-date usage binary-long unsigned value 0.
000000    01 address-overflow usage binary-long unsigned value 0.
000000    01 key-overflow usage binary-long unsigned value 0.
000000    01 burst-count usage binary-long unsigned value 0.
000000    01 locked-count usage binary-long unsigned value 0.
000000    01 lockout-failed-switch pic x(1) value "N".
000000        88 lockout-failed value "Y".
000000    01 count-display pic z(6)9.
000000    01 count-display-2 pic z(6)9.
000000    01 syslog-message pic x(120).
000000 procedure division.
000000 mainline section.
000000    perform init-config.
000000    perform read-security-log.
000000    perform apply-lockouts.
000000    perform write-report.
000000    *> 4 tells the scheduler there is something for security
000000    *> to look at; 8 that a lockout could not be applied
000000    if lockout-failed
000000        move 8 to return-code
000000    else
000000        if burst-count > 0
000000            move 4 to return-code
000000        else
000000            move 0 to return-code
000000        end-if
000000    end-if.
000000    stop run.
000000 init-config section.
000000    *> the same environment names the service and the
000000    *> maintenance batch use for the files they share
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SECURITY_LOG_PATH".
000000    if env-text not = spaces
000000        move env-text to security-log-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SVC_API_KEYS_PATH".
000000    if env-text not = spaces
000000        move env-text to keys-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_MAINT_JOURNAL_PATH".
000000    if env-text not = spaces
000000        move env-text to journal-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SECURITY_REPORT_PATH".
000000    if env-text not = spaces
000000        move env-text to report-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SECURITY_LOCKOUT_LIMIT".
000000    if env-text not = spaces and test-numval(env-text) = 0
000000        move numval(env-text) to lockout-limit
000000    end-if.
000000    *> the ring holds at most 100 failure times per group
000000    if lockout-limit < 1 or lockout-limit > 100
000000        move 10 to lockout-limit
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SECURITY_WINDOW_MINUTES".
000000    if env-text not = spaces and test-numval(env-text) = 0
000000        move numval(env-text) to lockout-window-minutes
000000    end-if.
000000    if lockout-window-minutes < 1
000000            or lockout-window-minutes > 1440
000000        move 5 to lockout-window-minutes
000000    end-if.
000000    compute lockout-window-seconds =
000000        lockout-window-minutes * 60.
000000    move current-date(1:14) to run-stamp.
000000    *> the business date job-stream-driver exports, unless the
000000    *> day is named outright
000000    move run-stamp(1:8) to report-date.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_JOB_DATE".
000000    if env-text not = spaces
000000        move env-text(1:8) to report-date
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SECURITY_DATE".
000000    if env-text not = spaces
000000        move env-text(1:8) to report-date
000000    end-if.
000000    move spaces to security-lock-path.
000000    string function trim(security-log-path) delimited by size
000000        ".lock" delimited by size
000000        into security-lock-path.
000000 read-security-log section.
000000    *> a quiet day may not have a log at all; that is a clean
000000    *> report, not an error
000000    open input security-file.
000000    if not security-file-exists
000000        exit section
000000    end-if.
000000    perform until exit
000000        read security-file at end exit perform end-read
000000        if security-record(1:8) = report-date
000000            perform take-log-row
000000        else
000000            add 1 to rows-other-date
000000        end-if
000000    end-perform.
000000    close security-file.
000000 take-log-row section.
000000    move spaces to log-stamp-text.
000000    move spaces to log-address-text.
000000    move spaces to log-key-text.
000000    move spaces to log-route-text.
000000    move spaces to log-path-text.
000000    move spaces to log-reason-text.
000000    move spaces to log-client-text.
000000    unstring security-record delimited by ";"
000000        into log-stamp-text, log-address-text, log-key-text,
000000        log-route-text, log-path-text, log-reason-text,
000000        log-client-text.
000000    *> this batch's own lockout rows are not refusals
000000    if log-reason-text = "key_locked_out"
000000            or log-stamp-text(9:6) not numeric
000000        exit section
000000    end-if.
000000    add 1 to rows-read.
000000    compute event-seconds =
000000        numval(log-stamp-text(9:2)) * 3600
000000        + numval(log-stamp-text(11:2)) * 60
000000        + numval(log-stamp-text(13:2)).
000000    string log-stamp-text(9:2) delimited by size
000000        ":" delimited by size
000000        log-stamp-text(11:2) delimited by size
000000        ":" delimited by size
000000        log-stamp-text(13:2) delimited by size
000000        into event-time.
000000    evaluate log-reason-text
000000        when "key_disabled"
000000        when "key_expired"
000000            move "D" to reason-bucket
000000        when "route_not_allowed"
000000            move "R" to reason-bucket
000000        when "quota_exceeded"
000000            move "Q" to reason-bucket
000000        when other
000000            move "U" to reason-bucket
000000    end-evaluate.
000000    perform count-by-address.
000000    perform count-by-key.
000000 count-by-address section.
000000    move "N" to group-found-switch.
000000    perform varying ad-idx from 1 by 1
000000            until ad-idx > address-count or group-found
000000        if address-ip(ad-idx) = log-address-text
000000            move "Y" to group-found-switch
000000        end-if
000000    end-perform.
000000    if group-found
000000        set ad-idx down by 1
000000    else
000000        if address-count >= 500
000000            add 1 to address-overflow
000000            exit section
000000        end-if
000000        add 1 to address-count
000000        set ad-idx to address-count
000000        move log-address-text to address-ip(ad-idx)
000000        move 0 to address-total(ad-idx)
000000        move 0 to address-unknown(ad-idx)
000000        move 0 to address-disabled(ad-idx)
000000        move 0 to address-route(ad-idx)
000000        move 0 to address-quota(ad-idx)
000000        move spaces to address-burst-at(ad-idx)
000000        move 0 to address-ring-used(ad-idx)
000000        move 1 to address-ring-next(ad-idx)
000000    end-if.
000000    add 1 to address-total(ad-idx).
000000    evaluate true
000000        when reason-disabled
000000            add 1 to address-disabled(ad-idx)
000000        when reason-route
000000            add 1 to address-route(ad-idx)
000000        when reason-quota
000000            add 1 to address-quota(ad-idx)
000000        when other
000000            add 1 to address-unknown(ad-idx)
000000    end-evaluate.
000000    if address-ring-used(ad-idx) = lockout-limit
000000        move address-ring(ad-idx, address-ring-next(ad-idx))
000000            to oldest-seconds
000000        if event-seconds - oldest-seconds
000000                < lockout-window-seconds
000000                and address-burst-at(ad-idx) = spaces
000000            move event-time to address-burst-at(ad-idx)
000000            add 1 to burst-count
000000        end-if
000000    else
000000        add 1 to address-ring-used(ad-idx)
000000    end-if.
000000    move event-seconds
000000        to address-ring(ad-idx, address-ring-next(ad-idx)).
000000    if address-ring-next(ad-idx) >= lockout-limit
000000        move 1 to address-ring-next(ad-idx)
000000    else
000000        add 1 to address-ring-next(ad-idx)
000000    end-if.
000000 count-by-key section.
000000    *> a key is told apart by its masked form and the client
000000    *> it belongs to; an unknown key has no client ("-")
000000    move "N" to group-found-switch.
000000    perform varying ks-idx from 1 by 1
000000            until ks-idx > key-stat-count or group-found
000000        if key-stat-key(ks-idx) = log-key-text
000000                and key-stat-client(ks-idx) = log-client-text
000000            move "Y" to group-found-switch
000000        end-if
000000    end-perform.
000000    if group-found
000000        set ks-idx down by 1
000000    else
000000        if key-stat-count >= 200
000000            add 1 to key-overflow
000000            exit section
000000        end-if
000000        add 1 to key-stat-count
000000        set ks-idx to key-stat-count
000000        move log-key-text to key-stat-key(ks-idx)
000000        move log-client-text to key-stat-client(ks-idx)
000000        move 0 to key-stat-total(ks-idx)
000000        move 0 to key-stat-unknown(ks-idx)
000000        move 0 to key-stat-disabled(ks-idx)
000000        move 0 to key-stat-route(ks-idx)
000000        move 0 to key-stat-quota(ks-idx)
000000        move spaces to key-stat-burst-at(ks-idx)
000000        move spaces to key-stat-action(ks-idx)
000000        move 0 to key-stat-ring-used(ks-idx)
000000        move 1 to key-stat-ring-next(ks-idx)
000000    end-if.
000000    add 1 to key-stat-total(ks-idx).
000000    evaluate true
000000        when reason-disabled
000000            add 1 to key-stat-disabled(ks-idx)
000000        when reason-route
000000            add 1 to key-stat-route(ks-idx)
000000        when reason-quota
000000            add 1 to key-stat-quota(ks-idx)
000000        when other
000000            add 1 to key-stat-unknown(ks-idx)
000000    end-evaluate.
000000    if key-stat-ring-used(ks-idx) = lockout-limit
000000        move key-stat-ring(ks-idx, key-stat-ring-next(ks-idx))
000000            to oldest-seconds
000000        if event-seconds - oldest-seconds
000000                < lockout-window-seconds
000000                and key-stat-burst-at(ks-idx) = spaces
000000            move event-time to key-stat-burst-at(ks-idx)
000000            add 1 to burst-count
000000        end-if
000000    else
000000        add 1 to key-stat-ring-used(ks-idx)
000000    end-if.
000000    move event-seconds
000000        to key-stat-ring(ks-idx, key-stat-ring-next(ks-idx)).
000000    if key-stat-ring-next(ks-idx) >= lockout-limit
000000        move 1 to key-stat-ring-next(ks-idx)
000000    else
000000        add 1 to key-stat-ring-next(ks-idx)
000000    end-if.
000000 apply-lockouts section.
000000    *> every key that burst is disabled in the api-keys master,
000000    *> found by its masked form and client. the service refuses
000000    *> it from its next "/reload"; re-enabling it goes through
000000    *> master-maintenance under dual control like any change
000000    perform varying ks-idx from 1 by 1
000000            until ks-idx > key-stat-count
000000        if key-stat-burst-at(ks-idx) not = spaces
000000            if key-stat-client(ks-idx) = "-"
000000                    or key-stat-client(ks-idx) = spaces
000000                move "UNKNOWN KEY" to key-stat-action(ks-idx)
000000            else
000000                move "PENDING" to key-stat-action(ks-idx)
000000            end-if
000000        end-if
000000    end-perform.
000000    perform varying ks-idx from 1 by 1
000000            until ks-idx > key-stat-count
000000        if key-stat-action(ks-idx) = "PENDING"
000000            perform load-keys-master
000000            exit perform
000000        end-if
000000    end-perform.
000000    if master-line-count = 0
000000        perform varying ks-idx from 1 by 1
000000                until ks-idx > key-stat-count
000000            if key-stat-action(ks-idx) = "PENDING"
000000                move "NOT IN MASTER" to key-stat-action(ks-idx)
000000            end-if
000000        end-perform
000000        call "resource-lock" using keys-lock-path,
000000            lock-release-action, keys-lock-fd
000000        exit section
000000    end-if.
000000    perform varying ks-idx from 1 by 1
000000            until ks-idx > key-stat-count
000000        if key-stat-action(ks-idx) = "PENDING"
000000            perform lock-one-key
000000        end-if
000000    end-perform.
000000    if locked-count > 0
000000        perform rewrite-keys-master
000000        if not lockout-failed
000000            perform log-lockouts
000000            perform write-journal
000000        end-if
000000    end-if.
000000    call "resource-lock" using keys-lock-path,
000000        lock-release-action, keys-lock-fd.
000000 load-keys-master section.
000000    move spaces to keys-lock-path.
000000    string function trim(keys-path) delimited by size
000000        ".lock" delimited by size
000000        into keys-lock-path.
000000    call "resource-lock" using keys-lock-path,
000000        lock-acquire-action, keys-lock-fd.
000000    open input file-keys.
000000    if not keys-file-exists
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-keys at end exit perform end-read
000000        if master-line-count >= 256
000000            *> a master this long is not one this batch can
000000            *> rewrite whole - lock nothing rather than cut it
000000            move 0 to master-line-count
000000            exit perform
000000        end-if
000000        add 1 to master-line-count
000000        set ml-idx to master-line-count
000000        move keys-record to master-line-text(ml-idx)
000000        move keys-record to master-line-before(ml-idx)
000000        move "N" to master-line-changed(ml-idx)
000000    end-perform.
000000    close file-keys.
000000 lock-one-key section.
000000    *> exactly one master row must match; a masked form that two
000000    *> keys of the same client share is left for security to
000000    *> resolve by hand
000000    move 0 to master-match-count.
000000    perform varying ml-idx from 1 by 1
000000            until ml-idx > master-line-count
000000        if master-line-text(ml-idx)(1:1) not = "*"
000000                and master-line-text(ml-idx) not = spaces
000000            perform split-master-row
000000            if row-masked-key = key-stat-key(ks-idx)
000000                    and row-client-text = key-stat-client(ks-idx)
000000                add 1 to master-match-count
000000                set master-match-idx to ml-idx
000000            end-if
000000        end-if
000000    end-perform.
000000    evaluate master-match-count
000000        when 0
000000            move "NOT IN MASTER" to key-stat-action(ks-idx)
000000            exit section
000000        when 1
000000            continue
000000        when other
000000            move "AMBIGUOUS - NOT LOCKED"
000000                to key-stat-action(ks-idx)
000000            exit section
000000    end-evaluate.
000000    set ml-idx to master-match-idx.
000000    perform split-master-row.
000000    if upper-case(row-enabled-text(1:1)) = "N"
000000        move "ALREADY DISABLED" to key-stat-action(ks-idx)
000000        exit section
000000    end-if.
000000    *> the enabled column is replaced; the columns after it
000000    *> are carried over exactly as they stand
000000    move spaces to master-line-text(ml-idx).
000000    if row-rest-ptr > 256
000000        string function trim(row-key-text) delimited by size
000000            ";" delimited by size
000000            function trim(row-client-text) delimited by size
000000            ";N" delimited by size
000000            into master-line-text(ml-idx)
000000    else
000000        string function trim(row-key-text) delimited by size
000000            ";" delimited by size
000000            function trim(row-client-text) delimited by size
000000            ";N;" delimited by size
000000            master-line-before(ml-idx)(row-rest-ptr:)
000000            delimited by size
000000            into master-line-text(ml-idx)
000000    end-if.
000000    move "Y" to master-line-changed(ml-idx).
000000    move "LOCKED" to key-stat-action(ks-idx).
000000    add 1 to locked-count.
000000 split-master-row section.
000000    *> key;client;Y|N;... - row-rest-ptr is left on the first
000000    *> byte after the enabled column, past 256 when there is
000000    *> nothing after it
000000    move spaces to row-key-text.
000000    move spaces to row-client-text.
000000    move spaces to row-enabled-text.
000000    move 1 to row-ptr.
000000    unstring master-line-before(ml-idx) delimited by ";"
000000        into row-key-text, row-client-text, row-enabled-text
000000        with pointer row-ptr.
000000    move row-ptr to row-rest-ptr.
000000    move function trim(row-client-text) to row-client-text.
000000    move master-line-before(ml-idx) to mask-in.
000000    perform mask-row-key.
000000 mask-row-key section.
000000    *> last four characters of the key, and first four once it
000000    *> is 16 or longer, byte for byte as the service and the
000000    *> maintenance journal mask it; the key
000000    *> itself is in row-key-text, the whole row in mask-in
000000    move spaces to mask-out.
000000    move 1 to mask-ptr.
000000    move spaces to row-masked-key.
000000    unstring mask-in delimited by ";"
000000        into row-masked-key with pointer mask-ptr.
000000    move spaces to row-masked-key.
000000    compute field-len = length(trim(row-key-text)).
000000    if field-len >= 16
000000        string row-key-text(1:4) delimited by size
000000            "****" delimited by size
000000            row-key-text(field-len - 3:4) delimited by size
000000            into row-masked-key
000000    else
000000        if field-len > 8
000000            string "****" delimited by size
000000                row-key-text(field-len - 3:4) delimited by size
000000                into row-masked-key
000000        else
000000            move "****" to row-masked-key
000000        end-if
000000    end-if.
000000    if mask-ptr > 256
000000        move row-masked-key to mask-out
000000    else
000000        string function trim(row-masked-key) delimited by size
000000            ";" delimited by size
000000            mask-in(mask-ptr:) delimited by size
000000            into mask-out
000000    end-if.
000000 rewrite-keys-master section.
000000    *> the new image is written beside the live master and
000000    *> copied over it, as master-maintenance does; a failure
000000    *> part-way keeps the full image in the work file
000000    move spaces to new-path.
000000    string function trim(keys-path) delimited by size
000000        ".new" delimited by size
000000        into new-path.
000000    open output file-new.
000000    if not new-file-ok
000000        move "cannot write the new api-keys image"
000000            to syslog-message
000000        perform lockout-not-applied
000000        exit section
000000    end-if.
000000    perform varying ml-idx from 1 by 1
000000            until ml-idx > master-line-count
000000        write new-record from master-line-text(ml-idx)
000000        if not new-file-ok
000000            close file-new
000000            move "write failed on the new api-keys image"
000000                to syslog-message
000000            perform lockout-not-applied
000000            exit section
000000        end-if
000000    end-perform.
000000    close file-new.
000000    *> the live master is only opened for output once the whole
000000    *> image is known to be on disk and readable
000000    open input file-new.
000000    if not new-file-ok
000000        move "cannot reopen the new api-keys image"
000000            to syslog-message
000000        perform lockout-not-applied
000000        exit section
000000    end-if.
000000    open output file-keys.
000000    if not keys-file-writable
000000        close file-new
000000        move "cannot rewrite the api-keys master"
000000            to syslog-message
000000        perform lockout-not-applied
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-new at end exit perform end-read
000000        write keys-record from new-record
000000        if not keys-file-writable
000000            close file-keys
000000            close file-new
000000            move spaces to syslog-message
000000            string "api-keys rewrite failed - new image kept in "
000000                delimited by size
000000                function trim(new-path) delimited by size
000000                into syslog-message
000000            perform lockout-not-applied
000000            exit section
000000        end-if
000000    end-perform.
000000    close file-keys.
000000    close file-new.
000000    call "CBL_DELETE_FILE" using new-path.
000000    move 0 to return-code.
000000 lockout-not-applied section.
000000    move "Y" to lockout-failed-switch.
000000    display "Error: " function trim(syslog-message)
000000        " - no key locked" upon syserr.
000000    call "syslog" using SYSLOG-FACILITY-USER,
000000        SYSLOG-SEVERITY-ERRROR, syslog-message.
000000    perform varying ks-idx from 1 by 1
000000            until ks-idx > key-stat-count
000000        if key-stat-action(ks-idx) = "LOCKED"
000000            move "LOCK FAILED" to key-stat-action(ks-idx)
000000        end-if
000000    end-perform.
000000    move 0 to locked-count.
000000 log-lockouts section.
000000    *> the lockout itself goes on the security log, under the
000000    *> lock the service appends with, and to syslog
000000    call "resource-lock" using security-lock-path,
000000        lock-acquire-action, security-lock-fd.
000000    open extend security-file.
000000    if security-file-status = "35"
000000        open output security-file
000000    end-if.
000000    perform varying ks-idx from 1 by 1
000000            until ks-idx > key-stat-count
000000        if key-stat-action(ks-idx) = "LOCKED"
000000            move key-stat-total(ks-idx) to count-display
000000            if security-file-open-ok
000000                move spaces to security-record
000000                string current-date(1:14) delimited by size
000000                    ";-;" delimited by size
000000                    function trim(key-stat-key(ks-idx))
000000                    delimited by size
000000                    ";-;-;key_locked_out;" delimited by size
000000                    function trim(key-stat-client(ks-idx))
000000                    delimited by size
000000                    into security-record
000000                write security-record
000000            end-if
000000            move spaces to syslog-message
000000            string "security-report: key " delimited by size
000000                function trim(key-stat-key(ks-idx))
000000                delimited by size
000000                " of " delimited by size
000000                function trim(key-stat-client(ks-idx))
000000                delimited by size
000000                " locked out after " delimited by size
000000                function trim(count-display) delimited by size
000000                " failures" delimited by size
000000                into syslog-message
000000            call "syslog" using SYSLOG-FACILITY-USER,
000000                SYSLOG-SEVERITY-ERRROR, syslog-message
000000        end-if
000000    end-perform.
000000    if security-file-open-ok
000000        close security-file
000000    end-if.
000000    call "resource-lock" using security-lock-path,
000000        lock-release-action, security-lock-fd.
000000 write-journal section.
000000    *> the master changed outside master-maintenance, so the
000000    *> change journal is told in its own row format, the
000000    *> operator columns naming this batch
000000    open extend file-journal.
000000    if journal-file-status = "35"
000000        open output file-journal
000000    end-if.
000000    if not journal-file-ok
000000        display "Warning: cannot open the change journal - "
000000            "lockouts not journalled" upon syserr
000000        exit section
000000    end-if.
000000    perform varying ml-idx from 1 by 1
000000            until ml-idx > master-line-count
000000        if master-line-changed(ml-idx) = "Y"
000000            move master-line-before(ml-idx) to mask-in
000000            move "BEFORE" to journal-side
000000            perform write-journal-row
000000            move master-line-text(ml-idx) to mask-in
000000            move "AFTER" to journal-side
000000            perform write-journal-row
000000        end-if
000000    end-perform.
000000    close file-journal.
000000 write-journal-row section.
000000    move 1 to row-ptr.
000000    move spaces to row-key-text.
000000    unstring mask-in delimited by ";"
000000        into row-key-text with pointer row-ptr.
000000    perform mask-row-key.
000000    move spaces to journal-record.
000000    string run-stamp delimited by size
000000        ";KEYS;D;security-report;auto-lockout;"
000000        delimited by size
000000        function trim(journal-side) delimited by size
000000        ";" delimited by size
000000        function trim(mask-out) delimited by size
000000        into journal-record.
000000    write journal-record.
000000 write-report section.
000000    open output file-report.
000000    if not report-file-writable
000000        display "Error: cannot write security exceptions report"
000000            upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    move "Security exceptions - rejected API-key requests"
000000        to report-line.
000000    write report-line.
000000    move lockout-limit to count-display.
000000    move lockout-window-minutes to count-display-2.
000000    move spaces to report-line.
000000    string "Report date " delimited by size
000000        report-date delimited by size
000000        "   burst and lockout rule: more than " delimited by size
000000        function trim(count-display) delimited by size
000000        " failures within " delimited by size
000000        function trim(count-display-2) delimited by size
000000        " minute(s)" delimited by size
000000        into report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000    move "Rejections by source address" to report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    move "Address" to report-line(1:15).
000000    move "  Total" to report-line(17:7).
000000    move "Unknown" to report-line(25:7).
000000    move "Disabl." to report-line(33:7).
000000    move "  Route" to report-line(41:7).
000000    move "  Quota" to report-line(49:7).
000000    write report-line.
000000    perform varying ad-idx from 1 by 1
000000            until ad-idx > address-count
000000        move spaces to report-line
000000        move address-ip(ad-idx) to report-line(1:15)
000000        move address-total(ad-idx) to count-display
000000        move count-display to report-line(17:7)
000000        move address-unknown(ad-idx) to count-display
000000        move count-display to report-line(25:7)
000000        move address-disabled(ad-idx) to count-display
000000        move count-display to report-line(33:7)
000000        move address-route(ad-idx) to count-display
000000        move count-display to report-line(41:7)
000000        move address-quota(ad-idx) to count-display
000000        move count-display to report-line(49:7)
000000        if address-burst-at(ad-idx) not = spaces
000000            string "BURST from " delimited by size
000000                address-burst-at(ad-idx) delimited by size
000000                into report-line(58:)
000000        end-if
000000        write report-line
000000    end-perform.
000000    move spaces to report-line.
000000    write report-line.
000000    move "Rejections by key" to report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    move "Key" to report-line(1:12).
000000    move "Client" to report-line(14:20).
000000    move "  Total" to report-line(35:7).
000000    move "Unknown" to report-line(43:7).
000000    move "Disabl." to report-line(51:7).
000000    move "  Route" to report-line(59:7).
000000    move "  Quota" to report-line(67:7).
000000    write report-line.
000000    perform varying ks-idx from 1 by 1
000000            until ks-idx > key-stat-count
000000        move spaces to report-line
000000        move key-stat-key(ks-idx) to report-line(1:12)
000000        move key-stat-client(ks-idx) to report-line(14:20)
000000        move key-stat-total(ks-idx) to count-display
000000        move count-display to report-line(35:7)
000000        move key-stat-unknown(ks-idx) to count-display
000000        move count-display to report-line(43:7)
000000        move key-stat-disabled(ks-idx) to count-display
000000        move count-display to report-line(51:7)
000000        move key-stat-route(ks-idx) to count-display
000000        move count-display to report-line(59:7)
000000        move key-stat-quota(ks-idx) to count-display
000000        move count-display to report-line(67:7)
000000        if key-stat-burst-at(ks-idx) not = spaces
000000            string "BURST from " delimited by size
000000                key-stat-burst-at(ks-idx) delimited by size
000000                " - " delimited by size
000000                function trim(key-stat-action(ks-idx))
000000                delimited by size
000000                into report-line(76:)
000000        end-if
000000        write report-line
000000    end-perform.
000000    move spaces to report-line.
000000    write report-line.
000000    move rows-read to count-display.
000000    move spaces to report-line.
000000    string "Rejections read " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    move burst-count to count-display.
000000    move spaces to report-line.
000000    string "Bursts " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    move locked-count to count-display.
000000    move spaces to report-line.
000000    string "Keys locked out " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    if locked-count > 0
000000        move spaces to report-line
000000        string "Locked keys are refused from the service's "
000000            delimited by size
000000            "next /reload" delimited by size
000000            into report-line
000000        write report-line
000000    end-if.
000000    if address-overflow > 0 or key-overflow > 0
000000        move address-overflow to count-display
000000        move key-overflow to count-display-2
000000        move spaces to report-line
000000        string "Not tallied - address table full "
000000            delimited by size
000000            function trim(count-display) delimited by size
000000            ", key table full " delimited by size
000000            function trim(count-display-2) delimited by size
000000            into report-line
000000        write report-line
000000    end-if.
000000    close file-report.
000000 end program security-report.

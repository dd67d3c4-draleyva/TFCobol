000000 identification division.
000000 program-id. rate-history-correction.
000000 environment division.
000000 configuration section.
000000 repository. function all intrinsic.
000000 input-output section.
000000 file-control.
000000    select file-input assign to input-path
000000    organization is line sequential
000000    file status is input-file-status.
000000    select hist-file assign to hist-file-path
000000    organization is indexed
000000    access is dynamic
000000    record key is hist-rec-key
000000    file status is hist-file-status.
000000    select file-corrections assign to corrections-path
000000    organization is line sequential
000000    file status is corrections-file-status.
000000    select file-audit assign to audit-log-path
000000    organization is sequential
000000    file status is audit-file-status.
000000    select file-parities assign to parities-path
000000    organization is line sequential
000000    file status is parities-file-status.
000000    select file-report assign to report-path
000000    organization is sequential
000000    file status is report-file-status.
000000 data division.
000000 file section.
000000 fd file-input.
000000    01 input-record pic x(256).
000000 fd hist-file.
000000    01 hist-rec.
000000        05 hist-rec-key.
000000            10 hist-rec-date pic x(8).
000000            10 hist-rec-currency pic x(3).
000000        05 hist-rec-rate pic 9(7)V9(8).
000000 fd file-corrections.
000000    01 corrections-record pic x(256).
000000 fd file-audit.
000000    01 audit-record pic x(256).
000000 fd file-parities.
000000    01 parity-record pic x(256).
000000 fd file-report.
000000    01 report-line pic x(132).
000000 working-storage section.
000000    78 SYSLOG-FACILITY-USER value 8.
000000    78 SYSLOG-SEVERITY-ERRROR value 3.
000000    01 env-text pic x(256).
000000    01 input-path pic x(256) value
000000        "resources/rate-corrections.txn".
000000    01 hist-file-path pic x(256) value
000000        "resources/rate-history.dat".
000000    01 corrections-path pic x(256) value
000000        "resources/rate-corrections.log".
000000    01 audit-log-path pic x(256) value
000000        "resources/conversion-audit.log".
000000    01 live-log-path pic x(256).
000000    01 audit-archive-dir pic x(256) value "resources".
000000    01 parities-path pic x(256) value
000000        "resources/currency-parities.csv".
000000    01 report-path pic x(256) value
000000        "resources/correction-impact.rpt".
000000    01 input-file-status pic x(2).
000000        88 input-file-exists value "00".
000000    01 hist-file-status pic x(2).
000000        88 hist-file-ok value "00".
000000    01 corrections-file-status pic x(2).
000000        88 corrections-file-ok value "00".
000000    01 audit-file-status pic x(2).
000000        88 audit-file-exists value "00".
000000    01 parities-file-status pic x(2).
000000        88 parities-file-exists value "00".
000000    01 report-file-status pic x(2).
000000        88 report-file-writable value "00".
000000    01 run-stamp pic x(14).
000000    *> corrections applied by this run, the keys the impact
000000    *> scan looks for on the trail
000000    01 correction-table.
000000        05 correction-count usage binary-long unsigned value 0.
000000        05 correction-entry occurs 200 times indexed by cr-idx.
000000            10 correction-date pic x(8).
000000            10 correction-currency pic x(3).
000000            10 correction-before pic 9(7)v9(8).
000000            10 correction-after pic 9(7)v9(8).
000000    *> a key corrected twice in one run keeps one entry: the
000000    *> before-image the trail was priced at, the rate now on
000000    *> the master
000000    01 repeat-switch pic x(1).
000000        88 correction-repeated value "Y".
000000    01 repeat-prior-after pic 9(7)v9(8).
000000    01 row-before pic 9(7)v9(8).
000000    01 first-month pic x(6).
000000    *> input row: yyyymmdd;CCY;corrected rate;reference;operator
000000    01 in-date-text pic x(16).
000000    01 in-ccy-text pic x(16).
000000    01 in-rate-text pic x(32).
000000    01 in-reference-text pic x(40).
000000    01 in-operator-text pic x(16).
000000    01 in-rate pic 9(7)v9(8).
000000    01 input-row-no usage binary-long unsigned value 0.
000000    01 reject-reason pic x(40).
000000    01 applied-count usage binary-long unsigned value 0.
000000    01 unchanged-count usage binary-long unsigned value 0.
000000    01 rejected-count usage binary-long unsigned value 0.
000000    01 space-tally usage binary-long unsigned.
000000    01 before-display pic z(6)9.9(8).
000000    01 after-display pic z(6)9.9(8).
000000    *> the service's parity master: a pegged leg was served off
000000    *> its anchor's rate, so a corrected anchor re-prices it too
000000    01 parity-table.
000000        05 parity-count usage binary-long unsigned value 0.
000000        05 parity-entry occurs 64 times indexed by pt-idx.
000000            10 parity-code pic x(3).
000000            10 parity-anchor pic x(3).
000000            10 parity-from pic x(8).
000000    01 par-code-text pic x(16).
000000    01 par-anchor-text pic x(16).
000000    01 par-ratio-text pic x(32).
000000    01 par-from-text pic x(16).
000000    01 par-status-text pic x(8).
000000    01 parity-match-switch pic x(1).
000000        88 parity-matched value "Y".
000000    01 parity-hit-idx usage binary-long unsigned.
000000    *> month walk across the closed monthly trail files
000000    01 scan-month.
000000        05 scan-year pic 9(4).
000000        05 scan-mm pic 9(2).
000000    01 current-month pic x(6).
000000    *> audit record split, the same keyword chain audit-verify
000000    *> uses
000000    01 stamp-text pic x(24).
000000    01 audit-work pic x(256).
000000    01 derived-text pic x(16).
000000    01 rest-text-1 pic x(256).
000000    01 rest-text-2 pic x(256).
000000    01 rest-text-3 pic x(256).
000000    01 rest-text-4 pic x(256).
000000    01 rest-text-5 pic x(256).
000000    01 rest-text-6 pic x(256).
000000    01 rest-text-7 pic x(256).
000000    01 rest-text-8 pic x(256).
000000    01 rest-text-9 pic x(256).
000000    01 rest-text-10 pic x(256).
000000    01 rest-text-11 pic x(256).
000000    01 rest-text-12 pic x(256).
000000    01 currency-text pic x(24).
000000    01 amount-text pic x(32).
000000    01 eur-amount-text pic x(32).
000000    01 status-text pic x(16).
000000    01 reason-text pic x(24).
000000    01 client-text pic x(24).
000000    01 override-text pic x(8).
000000    01 margin-text pic x(24).
000000    01 rate-text pic x(32).
000000    01 rate-date-text pic x(16).
000000    01 tenor-text pic x(8).
000000    01 value-date-text pic x(16).
000000    01 fwd-adj-text pic x(32).
000000    01 pair-text pic x(24).
000000    01 at-date-text pic x(16).
000000    01 from-ccy pic x(3).
000000    01 to-ccy pic x(3).
000000    01 arrow-count usage binary-long unsigned.
000000    01 rate-date pic x(8).
000000    01 leg-code pic x(3).
000000    01 leg-switch pic x(1).
000000        88 leg-corrected value "Y".
000000    01 leg-before pic 9(7)v9(8).
000000    01 leg-after pic 9(7)v9(8).
000000    01 record-switch pic x(1).
000000        88 record-affected value "Y".
000000    01 reprice-factor pic 9(5)v9(12).
000000    01 recorded-rate pic 9(7)v9(8).
000000    01 fwd-adjust pic s9(7)v9(8).
000000    01 new-rate pic s9(7)v9(8).
000000    01 input-amount pic 9(12)v9(8).
000000    01 served-amount pic 9(12)v9(8).
000000    01 repriced-amount pic 9(12)v9(8).
000000    01 scaled-amount pic 9(18).
000000    01 amount-scale pic 9(5).
000000    01 amount-diff pic s9(12)v9(8).
000000    01 decimal-places usage binary-long unsigned.
000000    01 point-offset usage binary-long unsigned.
000000    01 output-ccy pic x(3).
000000    01 scanned-count usage binary-long unsigned value 0.
000000    01 affected-count usage binary-long unsigned value 0.
000000    01 override-skip-count usage binary-long unsigned value 0.
000000    *> per-client roll-up, one row per client and currency the
000000    *> client received, so amounts are never summed across
000000    *> currencies
000000    01 client-impact.
000000        05 impact-count usage binary-long unsigned value 0.
000000        05 impact-entry occurs 200 times indexed by ci-idx.
000000            10 impact-client pic x(20).
000000            10 impact-ccy pic x(3).
000000            10 impact-records usage binary-long unsigned.
000000            10 impact-original pic 9(13)v9(4).
000000            10 impact-repriced pic 9(13)v9(4).
000000            10 impact-difference pic s9(13)v9(4).
000000    01 impact-overflow-count usage binary-long unsigned
000000        value 0.
000000    01 impact-key-client pic x(20).
000000    01 impact-found-switch pic x(1).
000000        88 impact-found value "Y".
000000    01 count-display pic z(6)9.
000000    01 count-display-2 pic z(6)9.
000000    01 amount-display pic z(11)9.9999.
000000    01 amount-display-2 pic z(11)9.9999.
000000    01 diff-display pic -(11)9.9999.
000000    01 syslog-message pic x(120).
000000 procedure division.
000000 mainline section.
000000    perform init-config.
000000    perform open-report.
000000    perform apply-corrections.
000000    if correction-count > 0
000000        perform load-parities
000000        perform scan-impact
000000        perform write-client-impact
000000    end-if.
000000    perform write-totals.
000000    close file-report.
000000    if rejected-count > 0
000000        move 4 to return-code
000000    else
000000        move 0 to return-code
000000    end-if.
000000    stop run.
000000 init-config section.
000000    *> the master, trail and archive names are the ones the
000000    *> service and audit-housekeeping already use
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_HISTCORR_INPUT_PATH".
000000    if env-text not = spaces
000000        move env-text to input-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_HIST_FILE_PATH".
000000    if env-text not = spaces
000000        move env-text to hist-file-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_HIST_CORRECTIONS_PATH".
000000    if env-text not = spaces
000000        move env-text to corrections-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_AUDIT_LOG_PATH".
000000    if env-text not = spaces
000000        move env-text to audit-log-path
000000    end-if.
000000    move audit-log-path to live-log-path.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_AUDIT_ARCHIVE_DIR".
000000    if env-text not = spaces
000000        move env-text to audit-archive-dir
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_PARITIES_PATH".
000000    if env-text not = spaces
000000        move env-text to parities-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_HISTCORR_REPORT_PATH".
000000    if env-text not = spaces
000000        move env-text to report-path
000000    end-if.
000000    move current-date(1:14) to run-stamp.
000000    move current-date(1:6) to current-month.
000000    move current-date(1:6) to first-month.
000000 open-report section.
000000    *> checked before any correction touches the master: a run
000000    *> that cannot report its impact does not apply anything
000000    open output file-report.
000000    if not report-file-writable
000000        display "Error: cannot write correction impact report"
000000            upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    move spaces to report-line.
000000    string "Rate history correction run " delimited by size
000000        run-stamp delimited by size
000000        into report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000 apply-corrections section.
000000    *> each correction rewrites one existing key on the master;
000000    *> a correction is never the way a missing day gets on, that
000000    *> stays rate-history-load's job. the before and after
000000    *> images go to the corrections log, which rate-history-load
000000    *> replays after a full rebuild and audit-verify reads to
000000    *> recognise conversions priced before the correction
000000    open input file-input.
000000    if not input-file-exists
000000        move "No correction file - nothing applied"
000000            to report-line
000000        write report-line
000000        exit section
000000    end-if.
000000    open i-o hist-file.
000000    if not hist-file-ok
000000        close file-input
000000        display "Error: cannot open rate history master"
000000            upon syserr
000000        close file-report
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    open extend file-corrections.
000000    if corrections-file-status = "35"
000000        open output file-corrections
000000    end-if.
000000    if not corrections-file-ok
000000        *> no correction without its before image on file
000000        close hist-file
000000        close file-input
000000        display "Error: cannot open corrections log - "
000000            "nothing applied" upon syserr
000000        close file-report
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    move "Corrections" to report-line.
000000    write report-line.
000000    perform until exit
000000        read file-input at end exit perform end-read
000000        if input-record(1:1) not = "*"
000000                and input-record not = spaces
000000            add 1 to input-row-no
000000            perform apply-one-correction
000000        end-if
000000    end-perform.
000000    close file-corrections.
000000    close hist-file.
000000    close file-input.
000000    move spaces to report-line.
000000    write report-line.
000000 apply-one-correction section.
000000    move spaces to in-date-text.
000000    move spaces to in-ccy-text.
000000    move spaces to in-rate-text.
000000    move spaces to in-reference-text.
000000    move spaces to in-operator-text.
000000    move spaces to reject-reason.
000000    unstring input-record delimited by ";"
000000        into in-date-text, in-ccy-text, in-rate-text,
000000        in-reference-text, in-operator-text.
000000    move function trim(in-date-text) to in-date-text.
000000    move upper-case(function trim(in-ccy-text)) to in-ccy-text.
000000    move function trim(in-reference-text) to in-reference-text.
000000    move function trim(in-operator-text) to in-operator-text.
000000    move 0 to space-tally.
000000    inspect in-ccy-text(1:3) tallying space-tally for all space.
000000    evaluate true
000000        when in-date-text(1:8) is not numeric
000000                or in-date-text(9:8) not = spaces
000000            move "date must be yyyymmdd" to reject-reason
000000        when test-date-yyyymmdd(numval(in-date-text(1:8)))
000000                not = 0
000000            move "date must be yyyymmdd" to reject-reason
000000        when in-ccy-text(1:3) is not alphabetic-upper
000000                or space-tally > 0
000000                or in-ccy-text(4:13) not = spaces
000000            move "currency code must be three letters"
000000                to reject-reason
000000        when in-ccy-text(1:3) = "EUR"
000000            move "EUR is the base, never corrected"
000000                to reject-reason
000000        when test-numval(in-rate-text) not = 0
000000            move "corrected rate not numeric" to reject-reason
000000        when numval(in-rate-text) <= 0
000000            move "corrected rate not numeric" to reject-reason
000000        when in-reference-text = spaces
000000            move "reference missing" to reject-reason
000000        when in-operator-text = spaces
000000            move "operator missing" to reject-reason
000000        when correction-count >= 200
000000            move "too many corrections in one run"
000000                to reject-reason
000000    end-evaluate.
000000    if reject-reason = spaces
000000        move numval(in-rate-text) to in-rate
000000        move in-date-text(1:8) to hist-rec-date
000000        move in-ccy-text(1:3) to hist-rec-currency
000000        read hist-file
000000            invalid key
000000                move "no such day and currency on the master"
000000                    to reject-reason
000000        end-read
000000    end-if.
000000    if reject-reason not = spaces
000000        add 1 to rejected-count
000000        move input-row-no to count-display
000000        move spaces to report-line
000000        string count-display delimited by size
000000            "  REJECTED " delimited by size
000000            function trim(input-record) delimited by size
000000            into report-line
000000        write report-line
000000        move spaces to report-line
000000        string "           " delimited by size
000000            function trim(reject-reason) delimited by size
000000            into report-line
000000        write report-line
000000        exit section
000000    end-if.
000000    if hist-rec-rate = in-rate
000000        add 1 to unchanged-count
000000        move input-row-no to count-display
000000        move spaces to report-line
000000        string count-display delimited by size
000000            "  UNCHANGED " delimited by size
000000            hist-rec-date delimited by size
000000            " " delimited by size
000000            hist-rec-currency delimited by size
000000            " already at the corrected rate" delimited by size
000000            into report-line
000000        write report-line
000000        exit section
000000    end-if.
000000    move hist-rec-rate to row-before.
000000    move "N" to repeat-switch.
000000    perform varying cr-idx from 1 by 1
000000            until cr-idx > correction-count or correction-repeated
000000        if correction-date(cr-idx) = hist-rec-date
000000                and correction-currency(cr-idx)
000000                    = hist-rec-currency
000000            move "Y" to repeat-switch
000000        end-if
000000    end-perform.
000000    if correction-repeated
000000        set cr-idx down by 1
000000        move correction-after(cr-idx) to repeat-prior-after
000000    else
000000        add 1 to correction-count
000000        set cr-idx to correction-count
000000        move hist-rec-date to correction-date(cr-idx)
000000        move hist-rec-currency to correction-currency(cr-idx)
000000        move hist-rec-rate to correction-before(cr-idx)
000000    end-if.
000000    move in-rate to correction-after(cr-idx).
000000    move in-rate to hist-rec-rate.
000000    rewrite hist-rec.
000000    if not hist-file-ok
000000        if correction-repeated
000000            move repeat-prior-after to correction-after(cr-idx)
000000        else
000000            subtract 1 from correction-count
000000        end-if
000000        add 1 to rejected-count
000000        move input-row-no to count-display
000000        move spaces to report-line
000000        string count-display delimited by size
000000            "  REJECTED " delimited by size
000000            function trim(input-record) delimited by size
000000            " - rewrite failed, status " delimited by size
000000            hist-file-status delimited by size
000000            into report-line
000000        write report-line
000000        exit section
000000    end-if.
000000    add 1 to applied-count.
000000    if correction-date(cr-idx)(1:6) < first-month
000000        move correction-date(cr-idx)(1:6) to first-month
000000    end-if.
000000    move row-before to before-display.
000000    move correction-after(cr-idx) to after-display.
000000    move spaces to corrections-record.
000000    string run-stamp delimited by size
000000        ";" delimited by size
000000        correction-date(cr-idx) delimited by size
000000        ";" delimited by size
000000        correction-currency(cr-idx) delimited by size
000000        ";" delimited by size
000000        function trim(before-display) delimited by size
000000        ";" delimited by size
000000        function trim(after-display) delimited by size
000000        ";" delimited by size
000000        function trim(in-reference-text) delimited by size
000000        ";" delimited by size
000000        function trim(in-operator-text) delimited by size
000000        into corrections-record.
000000    write corrections-record.
000000    move input-row-no to count-display.
000000    move spaces to report-line.
000000    string count-display delimited by size
000000        "  APPLIED  " delimited by size
000000        correction-date(cr-idx) delimited by size
000000        " " delimited by size
000000        correction-currency(cr-idx) delimited by size
000000        " " delimited by size
000000        function trim(before-display) delimited by size
000000        " -> " delimited by size
000000        function trim(after-display) delimited by size
000000        "  ref " delimited by size
000000        function trim(in-reference-text) delimited by size
000000        "  by " delimited by size
000000        function trim(in-operator-text) delimited by size
000000        into report-line.
000000    write report-line.
000000 load-parities section.
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
000000                    and par-from-text(1:8) is numeric
000000                    and (par-status-text = "A"
000000                        or par-status-text = spaces)
000000                add 1 to parity-count
000000                set pt-idx to parity-count
000000                move upper-case(par-code-text(1:3))
000000                    to parity-code(pt-idx)
000000                move upper-case(par-anchor-text(1:3))
000000                    to parity-anchor(pt-idx)
000000                move par-from-text(1:8) to parity-from(pt-idx)
000000            end-if
000000        end-if
000000    end-perform.
000000    close file-parities.
000000 scan-impact section.
000000    *> a corrected day was served on the day itself and by any
000000    *> historical request since, so every closed month from the
000000    *> earliest corrected one is read, then the live log -
000000    *> audit-report's choice of file, month by month. a month
000000    *> housekeeping has not cut yet is still on the live log
000000    move "Conversions served off a corrected rate"
000000        to report-line.
000000    write report-line.
000000    move "  client               stamp          conversion"
000000        to report-line.
000000    move "rate date  original    re-priced   difference"
000000        to report-line(60:).
000000    write report-line.
000000    move first-month to scan-month.
000000    perform until scan-month >= current-month
000000        move spaces to audit-log-path
000000        string function trim(audit-archive-dir)
000000            delimited by size
000000            "/conversion-audit-" delimited by size
000000            scan-month delimited by size
000000            ".log" delimited by size
000000            into audit-log-path
000000        perform scan-one-trail
000000        if scan-mm = 12
000000            add 1 to scan-year
000000            move 1 to scan-mm
000000        else
000000            add 1 to scan-mm
000000        end-if
000000    end-perform.
000000    move live-log-path to audit-log-path.
000000    perform scan-one-trail.
000000    move spaces to report-line.
000000    write report-line.
000000 scan-one-trail section.
000000    open input file-audit.
000000    if not audit-file-exists
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-audit at end exit perform end-read
000000        perform scan-one-record
000000    end-perform.
000000    close file-audit.
000000 scan-one-record section.
000000    move spaces to stamp-text.
000000    move spaces to audit-work.
000000    move spaces to derived-text.
000000    move spaces to rest-text-1.
000000    move spaces to rest-text-2.
000000    move spaces to rest-text-3.
000000    move spaces to rest-text-4.
000000    move spaces to rest-text-5.
000000    move spaces to rest-text-6.
000000    move spaces to rest-text-7.
000000    move spaces to rest-text-8.
000000    move spaces to rest-text-9.
000000    move spaces to rest-text-10.
000000    move spaces to rest-text-11.
000000    move spaces to rest-text-12.
000000    move spaces to currency-text.
000000    move spaces to amount-text.
000000    move spaces to eur-amount-text.
000000    move spaces to status-text.
000000    move spaces to reason-text.
000000    move spaces to client-text.
000000    move spaces to override-text.
000000    move spaces to margin-text.
000000    move spaces to rate-text.
000000    move spaces to rate-date-text.
000000    move spaces to tenor-text.
000000    move spaces to value-date-text.
000000    move spaces to fwd-adj-text.
000000    unstring audit-record delimited by " derived="
000000        into audit-work, derived-text.
000000    unstring audit-work delimited by " currency="
000000        into stamp-text, rest-text-1.
000000    if rest-text-1 = spaces
000000        exit section
000000    end-if.
000000    add 1 to scanned-count.
000000    unstring rest-text-1 delimited by " amount="
000000        into currency-text, rest-text-2.
000000    unstring rest-text-2 delimited by " eur_amount="
000000        into amount-text, rest-text-3.
000000    unstring rest-text-3 delimited by " status="
000000        into eur-amount-text, rest-text-4.
000000    unstring rest-text-4 delimited by " reason="
000000        into status-text, rest-text-5.
000000    unstring rest-text-5 delimited by " client="
000000        into reason-text, rest-text-6.
000000    unstring rest-text-6 delimited by " override="
000000        into client-text, rest-text-7.
000000    unstring rest-text-7 delimited by " margin="
000000        into override-text, rest-text-8.
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
000000    if status-text(1:3) not = "200"
000000        exit section
000000    end-if.
000000    if test-numval(rate-text) not = 0
000000            or test-numval(amount-text) not = 0
000000            or test-numval(eur-amount-text) not = 0
000000        exit section
000000    end-if.
000000    if numval(rate-text) = 0
000000        exit section
000000    end-if.
000000    if rate-date-text(1:8) is numeric
000000        move rate-date-text(1:8) to rate-date
000000    else
000000        move stamp-text(1:8) to rate-date
000000    end-if.
000000    if rate-date(1:6) < first-month
000000        exit section
000000    end-if.
000000    perform split-currency-field.
000000    perform compute-reprice-factor.
000000    if not record-affected
000000        exit section
000000    end-if.
000000    *> a conversion served off a manual override never touched
000000    *> the master's rate, so the correction cannot have moved it
000000    if override-text(1:1) = "Y"
000000        add 1 to override-skip-count
000000        exit section
000000    end-if.
000000    perform reprice-record.
000000 split-currency-field section.
000000    *> "CCY", "CCY@yyyymmdd", "EUR->CCY" or "A->B", as the
000000    *> service writes them
000000    move spaces to pair-text.
000000    move spaces to at-date-text.
000000    move spaces to from-ccy.
000000    move spaces to to-ccy.
000000    unstring currency-text delimited by "@"
000000        into pair-text, at-date-text.
000000    move 0 to arrow-count.
000000    inspect pair-text tallying arrow-count for all "->".
000000    if arrow-count > 0
000000        unstring pair-text delimited by "->"
000000            into from-ccy, to-ccy
000000        move to-ccy to output-ccy
000000    else
000000        move pair-text(1:3) to from-ccy
000000        move "EUR" to output-ccy
000000    end-if.
000000 compute-reprice-factor section.
000000    *> every rate is units of the currency per euro: a single
000000    *> currency or the to-leg of a pair moves in proportion to
000000    *> its corrected rate, the from-leg of a cross inversely
000000    move "N" to record-switch.
000000    move 1 to reprice-factor.
000000    move from-ccy to leg-code.
000000    perform find-leg-correction.
000000    if leg-corrected
000000        move "Y" to record-switch
000000        if arrow-count > 0
000000            compute reprice-factor rounded =
000000                reprice-factor * leg-before / leg-after
000000                on size error move "N" to record-switch
000000            end-compute
000000        else
000000            compute reprice-factor rounded =
000000                reprice-factor * leg-after / leg-before
000000                on size error move "N" to record-switch
000000            end-compute
000000        end-if
000000    end-if.
000000    if arrow-count = 0
000000        exit section
000000    end-if.
000000    move to-ccy to leg-code.
000000    perform find-leg-correction.
000000    if leg-corrected
000000        move "Y" to record-switch
000000        compute reprice-factor rounded =
000000            reprice-factor * leg-after / leg-before
000000            on size error move "N" to record-switch
000000        end-compute
000000    end-if.
000000 find-leg-correction section.
000000    *> a derived leg stands on its anchor's rate; a peg to the
000000    *> euro itself has nothing a correction could move. a
000000    *> re-pegged code has a row per ratio: the row in force is
000000    *> the latest effective date not after the rate date, a
000000    *> later row in the file winning a tie
000000    move "N" to leg-switch.
000000    if derived-text not = spaces
000000        move "N" to parity-match-switch
000000        move 0 to parity-hit-idx
000000        perform varying pt-idx from 1 by 1
000000                until pt-idx > parity-count
000000            if parity-code(pt-idx) = leg-code
000000                    and parity-from(pt-idx) <= rate-date
000000                if not parity-matched
000000                    move "Y" to parity-match-switch
000000                    set parity-hit-idx to pt-idx
000000                else
000000                    if parity-from(pt-idx)
000000                            >= parity-from(parity-hit-idx)
000000                        set parity-hit-idx to pt-idx
000000                    end-if
000000                end-if
000000            end-if
000000        end-perform
000000        if parity-matched
000000            move parity-anchor(parity-hit-idx) to leg-code
000000        end-if
000000    end-if.
000000    if leg-code = "EUR" or leg-code = spaces
000000        exit section
000000    end-if.
000000    perform varying cr-idx from 1 by 1
000000            until cr-idx > correction-count or leg-corrected
000000        if correction-date(cr-idx) = rate-date
000000                and correction-currency(cr-idx) = leg-code
000000            move "Y" to leg-switch
000000            move correction-before(cr-idx) to leg-before
000000            move correction-after(cr-idx) to leg-after
000000        end-if
000000    end-perform.
000000 reprice-record section.
000000    *> the recorded rate carries the client's margin; scaling
000000    *> it by the correction keeps the margin and moves only the
000000    *> mid underneath. a forward's points sit on top of the
000000    *> spot and are not touched
000000    move numval(rate-text) to recorded-rate.
000000    move 0 to fwd-adjust.
000000    if tenor-text not = spaces and test-numval(fwd-adj-text) = 0
000000        move numval(fwd-adj-text) to fwd-adjust
000000    end-if.
000000    compute new-rate rounded =
000000        (recorded-rate - fwd-adjust) * reprice-factor
000000        + fwd-adjust
000000        on size error exit section
000000    end-compute.
000000    if new-rate <= 0
000000        exit section
000000    end-if.
000000    move numval(amount-text) to input-amount.
000000    move numval(eur-amount-text) to served-amount.
000000    if arrow-count > 0
000000        compute repriced-amount rounded = input-amount * new-rate
000000            on size error exit section
000000        end-compute
000000    else
000000        compute repriced-amount rounded = input-amount / new-rate
000000            on size error exit section
000000        end-compute
000000    end-if.
000000    *> re-price to the precision the amount was served at, so
000000    *> an unaffected rounding never reads as a difference
000000    move 0 to point-offset.
000000    inspect eur-amount-text tallying point-offset
000000        for characters before initial ".".
000000    if point-offset >= length(trim(eur-amount-text))
000000        move 0 to decimal-places
000000    else
000000        compute decimal-places =
000000            length(trim(eur-amount-text)) - point-offset - 1
000000    end-if.
000000    if decimal-places > 4
000000        move 4 to decimal-places
000000    end-if.
000000    compute amount-scale = 10 ** decimal-places.
000000    compute scaled-amount rounded =
000000        repriced-amount * amount-scale.
000000    compute repriced-amount = scaled-amount / amount-scale.
000000    compute amount-diff = repriced-amount - served-amount.
000000    add 1 to affected-count.
000000    move served-amount to amount-display.
000000    move repriced-amount to amount-display-2.
000000    move amount-diff to diff-display.
000000    move spaces to report-line.
000000    string "  " delimited by size
000000        client-text(1:20) delimited by size
000000        " " delimited by size
000000        stamp-text(1:14) delimited by size
000000        " " delimited by size
000000        currency-text(1:20) delimited by size
000000        " " delimited by size
000000        rate-date delimited by size
000000        into report-line.
000000    move amount-display to report-line(70:17).
000000    move amount-display-2 to report-line(88:17).
000000    move diff-display to report-line(106:17).
000000    write report-line.
000000    perform tally-client-impact.
000000 tally-client-impact section.
000000    move client-text(1:20) to impact-key-client.
000000    if impact-key-client = spaces
000000        move "(no key)" to impact-key-client
000000    end-if.
000000    move "N" to impact-found-switch.
000000    perform varying ci-idx from 1 by 1
000000            until ci-idx > impact-count or impact-found
000000        if impact-client(ci-idx) = impact-key-client
000000                and impact-ccy(ci-idx) = output-ccy
000000            move "Y" to impact-found-switch
000000        end-if
000000    end-perform.
000000    if impact-found
000000        set ci-idx down by 1
000000    else
000000        if impact-count >= 200
000000            add 1 to impact-overflow-count
000000            exit section
000000        end-if
000000        add 1 to impact-count
000000        set ci-idx to impact-count
000000        move impact-key-client to impact-client(ci-idx)
000000        move output-ccy to impact-ccy(ci-idx)
000000        move 0 to impact-records(ci-idx)
000000        move 0 to impact-original(ci-idx)
000000        move 0 to impact-repriced(ci-idx)
000000        move 0 to impact-difference(ci-idx)
000000    end-if.
000000    add 1 to impact-records(ci-idx).
000000    add served-amount to impact-original(ci-idx).
000000    add repriced-amount to impact-repriced(ci-idx).
000000    add amount-diff to impact-difference(ci-idx).
000000 write-client-impact section.
000000    *> what finance decides any adjustment from: per client
000000    *> and received currency, the amounts as served against
000000    *> the amounts the corrected rate gives
000000    move "Impact by client" to report-line.
000000    write report-line.
000000    move "  client               ccy  conversions" to report-line.
000000    move "original    re-priced   difference"
000000        to report-line(76:).
000000    write report-line.
000000    if impact-count = 0
000000        move "  no conversion was served off a corrected rate"
000000            to report-line
000000        write report-line
000000    end-if.
000000    perform varying ci-idx from 1 by 1
000000            until ci-idx > impact-count
000000        move impact-records(ci-idx) to count-display
000000        move impact-original(ci-idx) to amount-display
000000        move impact-repriced(ci-idx) to amount-display-2
000000        move impact-difference(ci-idx) to diff-display
000000        move spaces to report-line
000000        string "  " delimited by size
000000            impact-client(ci-idx) delimited by size
000000            " " delimited by size
000000            impact-ccy(ci-idx) delimited by size
000000            "  " delimited by size
000000            count-display delimited by size
000000            into report-line
000000        move amount-display to report-line(70:17)
000000        move amount-display-2 to report-line(88:17)
000000        move diff-display to report-line(106:17)
000000        write report-line
000000    end-perform.
000000    if impact-overflow-count > 0
000000        move impact-overflow-count to count-display
000000        move spaces to report-line
000000        string "  " delimited by size
000000            function trim(count-display) delimited by size
000000            " conversion(s) past the client table, listed "
000000            delimited by size
000000            "above only" delimited by size
000000            into report-line
000000        write report-line
000000    end-if.
000000    move spaces to report-line.
000000    write report-line.
000000 write-totals section.
000000    move applied-count to count-display.
000000    move rejected-count to count-display-2.
000000    move spaces to report-line.
000000    string "Corrections applied: " delimited by size
000000        function trim(count-display) delimited by size
000000        "  rejected: " delimited by size
000000        function trim(count-display-2) delimited by size
000000        into report-line.
000000    write report-line.
000000    move unchanged-count to count-display.
000000    move spaces to report-line.
000000    string "Already at the corrected rate: " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    move scanned-count to count-display.
000000    move affected-count to count-display-2.
000000    move spaces to report-line.
000000    string "Trail records scanned: " delimited by size
000000        function trim(count-display) delimited by size
000000        "  re-priced: " delimited by size
000000        function trim(count-display-2) delimited by size
000000        into report-line.
000000    write report-line.
000000    move override-skip-count to count-display.
000000    move spaces to report-line.
000000    string "Served off a manual override, not re-priced: "
000000        delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    if applied-count > 0
000000        move applied-count to count-display
000000        move spaces to syslog-message
000000        string "rate-history-correction: " delimited by size
000000            function trim(count-display) delimited by size
000000            " rate(s) corrected on the history master"
000000            delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000    end-if.
000000 end program rate-history-correction.

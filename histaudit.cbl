000000 identification division.
000000 program-id. rate-history-audit.
000000 environment division.
000000 configuration section.
000000 repository.
000000    function csv-ecb-rates
000000    function all intrinsic.
000000 input-output section.
000000 file-control.
000000    select hist-file assign to hist-file-path
000000    organization is indexed
000000    access is dynamic
000000    record key is hist-rec-key
000000    file status is hist-file-status.
000000    select file-feed assign to feed-archive-path
000000    organization is sequential
000000    file status is feed-file-status.
000000    select file-corrections assign to corrections-path
000000    organization is line sequential
000000    file status is corrections-file-status.
000000    select file-report assign to report-path
000000    organization is sequential
000000    file status is report-file-status.
000000 data division.
000000 file section.
000000 fd hist-file.
000000    01 hist-rec.
000000        05 hist-rec-key.
000000            10 hist-rec-date pic x(8).
000000            10 hist-rec-currency pic x(3).
000000        05 hist-rec-rate pic 9(7)V9(8).
000000 fd file-feed.
000000    01 feed-content pic x(1024).
000000 fd file-corrections.
000000    01 corrections-record pic x(256).
000000 fd file-report.
000000    01 report-line pic x(132).
000000 working-storage section.
000000    01 env-text pic x(256).
000000    01 hist-file-path pic x(256) value
000000        "resources/rate-history.dat".
000000    01 feed-archive-dir pic x(256) value "resources".
000000    01 feed-archive-path pic x(256).
000000    01 corrections-path pic x(256) value
000000        "resources/rate-corrections.log".
000000    01 report-path pic x(256) value
000000        "resources/rate-history-audit.rpt".
000000    01 hist-file-status pic x(2).
000000        88 hist-file-open-ok value "00".
000000        88 hist-read-ok value "00".
000000    01 feed-file-status pic x(2).
000000        88 feed-file-exists value "00".
000000    01 corrections-file-status pic x(2).
000000        88 corrections-file-exists value "00".
000000    01 report-file-status pic x(2).
000000        88 report-file-writable value "00".
000000    *> the audited range, inclusive; by default the month to
000000    *> date of the business date
000000    01 audit-from-date pic x(8).
000000    01 audit-to-date pic x(8).
000000    01 run-date pic x(8).
000000    01 from-int usage binary-long.
000000    01 to-int usage binary-long.
000000    01 cursor-int usage binary-long.
000000    01 cursor-date pic x(8).
000000    01 day-int usage binary-long.
000000    01 closed-flag pic x(1).
000000    01 master-eof-switch pic x(1).
000000        88 master-eof value "Y".
000000    *> each currency's publication lifetime is its first and
000000    *> last day anywhere on the master, not just in the range.
000000    *> a hole between those days is a gap; a code absent from
000000    *> the range's last days and never on the master after them
000000    *> reads as no longer published and is not. a code the feed
000000    *> still carried but the history load dropped is caught by
000000    *> the archive comparison instead, as ARCHIVE DIFFERS with
000000    *> the rate not on the master
000000    01 lifetime-table.
000000        05 lifetime-count usage binary-long unsigned value 0.
000000        05 lifetime-entry occurs 80 times indexed by lt-idx.
000000            10 lifetime-currency pic x(3).
000000            10 lifetime-first pic x(8).
000000            10 lifetime-last pic x(8).
000000    01 lifetime-found-switch pic x(1).
000000        88 lifetime-found value "Y".
000000    *> the rows of the master day being checked
000000    01 current-day-date pic x(8).
000000    01 day-table.
000000        05 day-count usage binary-long unsigned value 0.
000000        05 day-entry occurs 80 times indexed by dy-idx.
000000            10 day-currency pic x(3).
000000            10 day-rate pic 9(7)V9(8).
000000            10 day-matched pic x(1).
000000    01 day-found-switch pic x(1).
000000        88 day-found value "Y".
000000    *> the day's archived feed, as ecb-feed-load filed it
000000    01 feed-dataset.
000000        05 feed-ptr usage pointer.
000000    01 feed-rates based.
000000        05 feed-rate occurs 64 times indexed by f-idx.
000000            10 feed-currency pic x(3).
000000            10 feed-rate-value pic 9(7)V9(8).
000000    *> republished rates from rate-history-correction: a
000000    *> master rate that differs from the archive only because
000000    *> it was corrected is listed as such, not as an exception
000000    01 correction-table.
000000        05 correction-count usage binary-long unsigned
000000            value 0.
000000        05 correction-entry occurs 500 times indexed by cr-idx.
000000            10 correction-date pic x(8).
000000            10 correction-currency pic x(3).
000000            10 correction-before pic 9(7)v9(8).
000000            10 correction-after pic 9(7)v9(8).
000000            10 correction-reference pic x(20).
000000    01 corr-stamp-text pic x(16).
000000    01 corr-date-text pic x(16).
000000    01 corr-ccy-text pic x(16).
000000    01 corr-before-text pic x(32).
000000    01 corr-after-text pic x(32).
000000    01 corr-reference-text pic x(32).
000000    01 correction-match-switch pic x(1).
000000        88 correction-on-file value "Y".
000000    01 want-date pic x(8).
000000    01 want-currency pic x(3).
000000    *> one exceptions line, built by the caller and written by
000000    *> write-exception
000000    01 exception-date pic x(8).
000000    01 exception-category pic x(18).
000000    01 exception-currency pic x(3).
000000    01 exception-master-rate pic 9(7)V9(8).
000000    01 exception-archive-rate pic 9(7)V9(8).
000000    01 exception-rates-switch pic x(1).
000000        88 exception-master-shown value "M" "B".
000000        88 exception-archive-shown value "A" "B".
000000    01 exception-note pic x(48).
000000    01 rate-display pic z(6)9.9(8).
000000    01 missing-day-count usage binary-long unsigned value 0.
000000    01 currency-gap-count usage binary-long unsigned value 0.
000000    01 closed-day-count usage binary-long unsigned value 0.
000000    01 archive-differs-count usage binary-long unsigned
000000        value 0.
000000    01 corrected-count usage binary-long unsigned value 0.
000000    01 no-archive-count usage binary-long unsigned value 0.
000000    01 business-day-count usage binary-long unsigned value 0.
000000    01 master-day-count usage binary-long unsigned value 0.
000000    01 rates-read usage binary-long unsigned value 0.
000000    01 compared-count usage binary-long unsigned value 0.
000000    01 count-display pic z(6)9.
000000 procedure division.
000000 mainline section.
000000    perform init-config.
000000    perform open-report.
000000    perform load-corrections.
000000    perform load-lifetimes.
000000    perform walk-range.
000000    perform write-summary.
000000    *> a missing day or a gap is data the service cannot
000000    *> serve: 8. rows on closing days and archive differences
000000    *> are for review: 4
000000    if missing-day-count > 0 or currency-gap-count > 0
000000        move 8 to return-code
000000    else
000000        if closed-day-count > 0 or archive-differs-count > 0
000000            move 4 to return-code
000000        else
000000            move 0 to return-code
000000        end-if
000000    end-if.
000000    stop run.
000000 init-config section.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_SVC_HIST_FILE_PATH".
000000    if env-text not = spaces
000000        move env-text to hist-file-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_FEED_ARCHIVE_DIR".
000000    if env-text not = spaces
000000        move env-text to feed-archive-dir
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_HIST_CORRECTIONS_PATH".
000000    if env-text not = spaces
000000        move env-text to corrections-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_HIST_AUDIT_REPORT_PATH".
000000    if env-text not = spaces
000000        move env-text to report-path
000000    end-if.
000000    *> the default range: the first of the business date's
000000    *> month through the business date, so the month-end run
000000    *> audits the month gl-reval-extract is about to revalue.
000000    *> the business date is the one job-stream-driver exports
000000    move current-date(1:8) to run-date.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_JOB_DATE".
000000    if env-text not = spaces
000000        move env-text(1:8) to run-date
000000    end-if.
000000    move run-date to audit-to-date.
000000    move run-date(1:6) to audit-from-date(1:6).
000000    move "01" to audit-from-date(7:2).
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_HIST_AUDIT_FROM".
000000    if env-text not = spaces
000000        move env-text(1:8) to audit-from-date
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_HIST_AUDIT_TO".
000000    if env-text not = spaces
000000        move env-text(1:8) to audit-to-date
000000    end-if.
000000    move 0 to from-int.
000000    move 0 to to-int.
000000    if audit-from-date is numeric and audit-to-date is numeric
000000        compute from-int =
000000            integer-of-date(numval(audit-from-date))
000000        compute to-int =
000000            integer-of-date(numval(audit-to-date))
000000    end-if.
000000    if from-int = 0 or to-int = 0 or from-int > to-int
000000        display "Error: audit range " audit-from-date " to "
000000            audit-to-date " is not a valid date range"
000000            upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000 open-report section.
000000    open output file-report.
000000    if not report-file-writable
000000        display "Error: cannot write history audit report"
000000            upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    move "Rate history master - integrity audit" to report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    string "Range " delimited by size
000000        audit-from-date delimited by size
000000        " to " delimited by size
000000        audit-to-date delimited by size
000000        "   run " delimited by size
000000        run-date delimited by size
000000        into report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    move "Date" to report-line(1:8).
000000    move "Category" to report-line(11:18).
000000    move "Ccy" to report-line(30:3).
000000    move "     Master rate" to report-line(35:16).
000000    move "    Archive rate" to report-line(53:16).
000000    move "Note" to report-line(71:4).
000000    write report-line.
000000 load-corrections section.
000000    *> first before-image and latest after-image of each key,
000000    *> the same reading audit-verify takes of the log
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
000000        move spaces to corr-after-text
000000        move spaces to corr-reference-text
000000        unstring corrections-record delimited by ";"
000000            into corr-stamp-text, corr-date-text, corr-ccy-text,
000000            corr-before-text, corr-after-text,
000000            corr-reference-text
000000        if corr-date-text(1:8) is numeric
000000                and corr-date-text(1:8) >= audit-from-date
000000                and corr-date-text(1:8) <= audit-to-date
000000                and test-numval(corr-before-text) = 0
000000                and test-numval(corr-after-text) = 0
000000            move corr-date-text(1:8) to want-date
000000            move corr-ccy-text(1:3) to want-currency
000000            perform find-correction
000000            if not correction-on-file
000000                    and correction-count < 500
000000                add 1 to correction-count
000000                set cr-idx to correction-count
000000                move want-date to correction-date(cr-idx)
000000                move want-currency
000000                    to correction-currency(cr-idx)
000000                move numval(corr-before-text)
000000                    to correction-before(cr-idx)
000000                move "Y" to correction-match-switch
000000            end-if
000000            if correction-on-file
000000                move numval(corr-after-text)
000000                    to correction-after(cr-idx)
000000                move corr-reference-text
000000                    to correction-reference(cr-idx)
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
000000 load-lifetimes section.
000000    *> one pass over the whole master for each currency's
000000    *> first and last day
000000    open input hist-file.
000000    if not hist-file-open-ok
000000        display "Error: cannot open rate history master"
000000            upon syserr
000000        close file-report
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    move low-values to hist-rec-key.
000000    start hist-file key is >= hist-rec-key
000000        invalid key
000000            close hist-file
000000            exit section
000000    end-start.
000000    perform until exit
000000        read hist-file next record
000000            at end exit perform
000000        end-read
000000        move "N" to lifetime-found-switch
000000        perform varying lt-idx from 1 by 1
000000                until lt-idx > lifetime-count or lifetime-found
000000            if lifetime-currency(lt-idx) = hist-rec-currency
000000                move "Y" to lifetime-found-switch
000000            end-if
000000        end-perform
000000        if lifetime-found
000000            set lt-idx down by 1
000000            move hist-rec-date to lifetime-last(lt-idx)
000000        else
000000            if lifetime-count < 80
000000                add 1 to lifetime-count
000000                set lt-idx to lifetime-count
000000                move hist-rec-currency
000000                    to lifetime-currency(lt-idx)
000000                move hist-rec-date to lifetime-first(lt-idx)
000000                move hist-rec-date to lifetime-last(lt-idx)
000000            end-if
000000        end-if
000000    end-perform.
000000    close hist-file.
000000 walk-range section.
000000    *> the master is keyed date then currency, so a read
000000    *> forward from the range start delivers it a day at a
000000    *> time; the calendar cursor walks alongside and catches
000000    *> the business days the master never reaches
000000    move from-int to cursor-int.
000000    move spaces to current-day-date.
000000    move 0 to day-count.
000000    move "N" to master-eof-switch.
000000    open input hist-file.
000000    if not hist-file-open-ok
000000        display "Error: cannot open rate history master"
000000            upon syserr
000000        close file-report
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    move audit-from-date to hist-rec-date.
000000    move low-values to hist-rec-currency.
000000    start hist-file key is >= hist-rec-key
000000        invalid key move "Y" to master-eof-switch
000000    end-start.
000000    perform until master-eof
000000        read hist-file next record
000000            at end move "Y" to master-eof-switch
000000        end-read
000000        if not master-eof and hist-rec-date > audit-to-date
000000            move "Y" to master-eof-switch
000000        end-if
000000        if not master-eof
000000            add 1 to rates-read
000000            if hist-rec-date not = current-day-date
000000                if current-day-date not = spaces
000000                    perform check-master-day
000000                end-if
000000                move hist-rec-date to current-day-date
000000                move 0 to day-count
000000            end-if
000000            if day-count < 80
000000                add 1 to day-count
000000                set dy-idx to day-count
000000                move hist-rec-currency to day-currency(dy-idx)
000000                move hist-rec-rate to day-rate(dy-idx)
000000                move "N" to day-matched(dy-idx)
000000            end-if
000000        end-if
000000    end-perform.
000000    if current-day-date not = spaces
000000        perform check-master-day
000000    end-if.
000000    close hist-file.
000000    *> business days after the last day on the master
000000    compute day-int = to-int + 1.
000000    perform advance-calendar.
000000 check-master-day section.
000000    add 1 to master-day-count.
000000    compute day-int = integer-of-date(numval(current-day-date)).
000000    perform advance-calendar.
000000    compute cursor-int = day-int + 1.
000000    call "target-closed" using current-day-date, closed-flag.
000000    if closed-flag = "Y"
000000        move day-count to count-display
000000        move current-day-date to exception-date
000000        move "CLOSED DAY ROWS" to exception-category
000000        move spaces to exception-currency
000000        move spaces to exception-rates-switch
000000        move spaces to exception-note
000000        string function trim(count-display) delimited by size
000000            " rate(s) on a TARGET closing day" delimited by size
000000            into exception-note
000000        perform write-exception
000000        add 1 to closed-day-count
000000    else
000000        add 1 to business-day-count
000000        perform check-currency-gaps
000000    end-if.
000000    perform compare-with-archive.
000000 advance-calendar section.
000000    *> every TARGET business day from the cursor up to, not
000000    *> including, day-int has no rows on the master
000000    perform until cursor-int >= day-int
000000        move date-of-integer(cursor-int) to cursor-date
000000        call "target-closed" using cursor-date, closed-flag
000000        if closed-flag = "N"
000000            add 1 to business-day-count
000000            move cursor-date to exception-date
000000            move "MISSING DAY" to exception-category
000000            move spaces to exception-currency
000000            move spaces to exception-rates-switch
000000            move "TARGET business day with no rates on master"
000000                to exception-note
000000            perform write-exception
000000            add 1 to missing-day-count
000000        end-if
000000        add 1 to cursor-int
000000    end-perform.
000000 check-currency-gaps section.
000000    *> a currency inside its lifetime must be on every business
000000    *> day the master has
000000    perform varying lt-idx from 1 by 1
000000            until lt-idx > lifetime-count
000000        if lifetime-first(lt-idx) < current-day-date
000000                and lifetime-last(lt-idx) > current-day-date
000000            move "N" to day-found-switch
000000            perform varying dy-idx from 1 by 1
000000                    until dy-idx > day-count or day-found
000000                if day-currency(dy-idx)
000000                        = lifetime-currency(lt-idx)
000000                    move "Y" to day-found-switch
000000                end-if
000000            end-perform
000000            if not day-found
000000                move current-day-date to exception-date
000000                move "CURRENCY GAP" to exception-category
000000                move lifetime-currency(lt-idx)
000000                    to exception-currency
000000                move spaces to exception-rates-switch
000000                move spaces to exception-note
000000                string "published " delimited by size
000000                    lifetime-first(lt-idx) delimited by size
000000                    " to " delimited by size
000000                    lifetime-last(lt-idx) delimited by size
000000                    into exception-note
000000                perform write-exception
000000                add 1 to currency-gap-count
000000            end-if
000000        end-if
000000    end-perform.
000000 compare-with-archive section.
000000    *> the dated copy ecb-feed-load filed for the day; days
000000    *> before the archive was kept simply have none
000000    move spaces to feed-archive-path.
000000    string function trim(feed-archive-dir) delimited by size
000000        "/eurofxref-" delimited by size
000000        current-day-date delimited by size
000000        ".csv" delimited by size
000000        into feed-archive-path.
000000    open input file-feed.
000000    if not feed-file-exists
000000        add 1 to no-archive-count
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-feed at end exit perform end-read
000000    end-perform.
000000    close file-feed.
000000    move csv-ecb-rates(feed-content) to feed-dataset.
000000    set address of feed-rates to feed-ptr.
000000    perform varying f-idx from 1 by 1 until f-idx > 64
000000        if feed-currency(f-idx) not = spaces
000000            perform compare-one-rate
000000        end-if
000000    end-perform.
000000    *> anything on the master the feed never quoted
000000    perform varying dy-idx from 1 by 1 until dy-idx > day-count
000000        if day-matched(dy-idx) = "N"
000000            move current-day-date to exception-date
000000            move "ARCHIVE DIFFERS" to exception-category
000000            move day-currency(dy-idx) to exception-currency
000000            move day-rate(dy-idx) to exception-master-rate
000000            move "M" to exception-rates-switch
000000            move "not in the archived feed" to exception-note
000000            perform write-exception
000000            add 1 to archive-differs-count
000000        end-if
000000    end-perform.
000000 compare-one-rate section.
000000    add 1 to compared-count.
000000    move "N" to day-found-switch.
000000    perform varying dy-idx from 1 by 1
000000            until dy-idx > day-count or day-found
000000        if day-currency(dy-idx) = feed-currency(f-idx)
000000            move "Y" to day-found-switch
000000        end-if
000000    end-perform.
000000    move current-day-date to exception-date.
000000    move feed-currency(f-idx) to exception-currency.
000000    move feed-rate-value(f-idx) to exception-archive-rate.
000000    if not day-found
000000        move "ARCHIVE DIFFERS" to exception-category
000000        move "A" to exception-rates-switch
000000        move "not on the master" to exception-note
000000        perform write-exception
000000        add 1 to archive-differs-count
000000        exit section
000000    end-if.
000000    set dy-idx down by 1.
000000    move "Y" to day-matched(dy-idx).
000000    if day-rate(dy-idx) = feed-rate-value(f-idx)
000000        exit section
000000    end-if.
000000    move day-rate(dy-idx) to exception-master-rate.
000000    move "B" to exception-rates-switch.
000000    move current-day-date to want-date.
000000    move feed-currency(f-idx) to want-currency.
000000    perform find-correction.
000000    if correction-on-file
000000            and correction-before(cr-idx)
000000                = feed-rate-value(f-idx)
000000            and correction-after(cr-idx) = day-rate(dy-idx)
000000        move "CORRECTED" to exception-category
000000        move spaces to exception-note
000000        string "republished, reference " delimited by size
000000            function trim(correction-reference(cr-idx))
000000            delimited by size
000000            into exception-note
000000        perform write-exception
000000        add 1 to corrected-count
000000    else
000000        move "ARCHIVE DIFFERS" to exception-category
000000        move spaces to exception-note
000000        perform write-exception
000000        add 1 to archive-differs-count
000000    end-if.
000000 write-exception section.
000000    move spaces to report-line.
000000    move exception-date to report-line(1:8).
000000    move exception-category to report-line(11:18).
000000    move exception-currency to report-line(30:3).
000000    if exception-master-shown
000000        move exception-master-rate to rate-display
000000        move rate-display to report-line(35:16)
000000    end-if.
000000    if exception-archive-shown
000000        move exception-archive-rate to rate-display
000000        move rate-display to report-line(53:16)
000000    end-if.
000000    move exception-note to report-line(71:48).
000000    write report-line.
000000 write-summary section.
000000    move spaces to report-line.
000000    write report-line.
000000    move "Exceptions by category" to report-line.
000000    write report-line.
000000    move missing-day-count to count-display.
000000    move spaces to report-line.
000000    move "Missing business days" to report-line(1:40).
000000    move count-display to report-line(41:7).
000000    write report-line.
000000    move currency-gap-count to count-display.
000000    move spaces to report-line.
000000    move "Currency gaps inside publication lifetime"
000000        to report-line(1:40).
000000    move count-display to report-line(41:7).
000000    write report-line.
000000    move closed-day-count to count-display.
000000    move spaces to report-line.
000000    move "Master days on TARGET closing days"
000000        to report-line(1:40).
000000    move count-display to report-line(41:7).
000000    write report-line.
000000    move archive-differs-count to count-display.
000000    move spaces to report-line.
000000    move "Rates differing from the feed archive"
000000        to report-line(1:40).
000000    move count-display to report-line(41:7).
000000    write report-line.
000000    move corrected-count to count-display.
000000    move spaces to report-line.
000000    move "Differences explained by a correction"
000000        to report-line(1:40).
000000    move count-display to report-line(41:7).
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000    move business-day-count to count-display.
000000    move spaces to report-line.
000000    move "TARGET business days in range" to report-line(1:40).
000000    move count-display to report-line(41:7).
000000    write report-line.
000000    move master-day-count to count-display.
000000    move spaces to report-line.
000000    move "Days on the master in range" to report-line(1:40).
000000    move count-display to report-line(41:7).
000000    write report-line.
000000    move rates-read to count-display.
000000    move spaces to report-line.
000000    move "Rates read" to report-line(1:40).
000000    move count-display to report-line(41:7).
000000    write report-line.
000000    move compared-count to count-display.
000000    move spaces to report-line.
000000    move "Rates compared with the feed archive"
000000        to report-line(1:40).
000000    move count-display to report-line(41:7).
000000    write report-line.
000000    move no-archive-count to count-display.
000000    move spaces to report-line.
000000    move "Master days with no archived feed"
000000        to report-line(1:40).
000000    move count-display to report-line(41:7).
000000    write report-line.
000000    close file-report.
000000    move missing-day-count to count-display.
000000    display "rate-history-audit: " audit-from-date " to "
000000        audit-to-date ", " function trim(count-display)
000000        " missing day(s)".
000000 end program rate-history-audit.

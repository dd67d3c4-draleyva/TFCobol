000000 identification division.
000000 program-id. service-level-report.
000000 environment division.
000000 configuration section.
000000 repository. function all intrinsic.
000000 input-output section.
000000 file-control.
000000    select timing-file assign to timing-path
000000    organization is line sequential
000000    file status is timing-file-status.
000000    select file-report assign to report-path
000000    organization is sequential
000000    file status is report-file-status.
000000 data division.
000000 file section.
000000 fd timing-file.
000000    01 timing-record pic x(256).
000000 fd file-report.
000000    01 report-line pic x(132).
000000 working-storage section.
000000    01 env-text pic x(256).
000000    01 timing-dir pic x(256) value "resources".
000000    01 timing-path pic x(256).
000000    01 report-path pic x(256) value
000000        "resources/service-level.rpt".
000000    01 timing-file-status pic x(2).
000000        88 timing-file-exists value "00".
000000    01 report-file-status pic x(2).
000000        88 report-file-writable value "00".
000000    01 report-date pic x(8).
000000    *> a request slower than this, end to end, is over the
000000    *> service level
000000    01 sla-threshold-ms pic 9(7)v9(3) value 500.
000000    *> timing row as receive-tcp writes it:
000000    *> stamp;peer;route;status;client;receive;handle;send;total
000000    01 row-stamp-text pic x(16).
000000    01 row-peer-text pic x(16).
000000    01 row-route-text pic x(16).
000000    01 row-status-text pic x(8).
000000    01 row-client-text pic x(24).
000000    01 row-receive-text pic x(16).
000000    01 row-handle-text pic x(16).
000000    01 row-send-text pic x(16).
000000    01 row-total-text pic x(16).
000000    01 row-total-ms pic 9(7)v9(3).
000000    *> one summary line per route and client, one per route
000000    *> over all its clients (client "*") and one for the whole
000000    *> day (route "*"); every request counts in all three
000000    01 group-table.
000000        05 group-count usage binary-long unsigned value 0.
000000        05 group-entry occurs 1 to 300 times
000000                depending on group-count
000000                ascending key is group-route group-client
000000                indexed by gr-idx.
000000            10 group-route pic x(12).
000000            10 group-client pic x(20).
000000            10 group-number usage binary-long unsigned.
000000            10 group-requests usage binary-long unsigned.
000000            10 group-sum-ms pic 9(12)v9(3).
000000            10 group-max-ms pic 9(7)v9(3).
000000            10 group-p95-ms pic 9(7)v9(3).
000000            10 group-over-sla usage binary-long unsigned.
000000            10 group-p95-rank usage binary-long unsigned.
000000    01 want-route pic x(12).
000000    01 want-client pic x(20).
000000    01 group-found-switch pic x(1).
000000        88 group-found value "Y".
000000    *> every request's total time under each of its groups,
000000    *> sorted by group then time so the 95th percentile is the
000000    *> sample at rank ceiling(0.95 x count) within its group
000000    01 sample-table.
000000        05 sample-count usage binary-long unsigned value 0.
000000        05 sample-entry occurs 1 to 300000 times
000000                depending on sample-count
000000                ascending key is sample-group sample-ms
000000                indexed by sm-idx.
000000            10 sample-group usage binary-long unsigned.
000000            10 sample-ms pic 9(7)v9(3) usage comp-3.
000000    01 samples-dropped usage binary-long unsigned value 0.
000000    01 current-group usage binary-long unsigned.
000000    01 rank-in-group usage binary-long unsigned.
000000    *> the day's ten slowest requests, slowest first
000000    01 slowest-table.
000000        05 slowest-count usage binary-long unsigned value 0.
000000        05 slowest-entry occurs 10 times indexed by sl-idx.
000000            10 slowest-total-ms pic 9(7)v9(3).
000000            10 slowest-stamp pic x(14).
000000            10 slowest-peer pic x(15).
000000            10 slowest-route pic x(12).
000000            10 slowest-status pic x(3).
000000            10 slowest-client pic x(20).
000000            10 slowest-receive-ms pic 9(7)v9(3).
000000            10 slowest-handle-ms pic 9(7)v9(3).
000000            10 slowest-send-ms pic 9(7)v9(3).
000000    01 slot-no usage binary-long unsigned.
000000    01 shift-no usage binary-long unsigned.
000000    01 rows-read usage binary-long unsigned value 0.
000000    01 rows-rejected usage binary-long unsigned value 0.
000000    01 over-sla-count usage binary-long unsigned value 0.
000000    01 average-ms pic 9(7)v9(3).
000000    01 ms-display pic z(6)9.999.
000000    01 count-display pic z(6)9.
000000 procedure division.
000000 mainline section.
000000    perform init-config.
000000    perform read-timing-file.
000000    perform compute-percentiles.
000000    perform write-report.
000000    *> 4 tells the scheduler some requests missed the level
000000    if over-sla-count > 0
000000        move 4 to return-code
000000    else
000000        move 0 to return-code
000000    end-if.
000000    stop run.
000000 init-config section.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SVC_TIMING_DIR".
000000    if env-text not = spaces
000000        move env-text to timing-dir
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SLA_REPORT_PATH".
000000    if env-text not = spaces
000000        move env-text to report-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SLA_THRESHOLD_MS".
000000    if env-text not = spaces and test-numval(env-text) = 0
000000        move numval(env-text) to sla-threshold-ms
000000    end-if.
000000    *> the business date job-stream-driver exports, unless the
000000    *> day is named outright
000000    move current-date(1:8) to report-date.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_JOB_DATE".
000000    if env-text not = spaces
000000        move env-text(1:8) to report-date
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SLA_DATE".
000000    if env-text not = spaces
000000        move env-text(1:8) to report-date
000000    end-if.
000000    move spaces to timing-path.
000000    string function trim(timing-dir) delimited by size
000000        "/request-timing-" delimited by size
000000        report-date delimited by size
000000        ".log" delimited by size
000000        into timing-path.
000000 read-timing-file section.
000000    *> a day the service took no requests has no file; that
000000    *> is an empty report, not an error
000000    open input timing-file.
000000    if not timing-file-exists
000000        exit section
000000    end-if.
000000    perform until exit
000000        read timing-file at end exit perform end-read
000000        perform take-timing-row
000000    end-perform.
000000    close timing-file.
000000 take-timing-row section.
000000    move spaces to row-stamp-text.
000000    move spaces to row-peer-text.
000000    move spaces to row-route-text.
000000    move spaces to row-status-text.
000000    move spaces to row-client-text.
000000    move spaces to row-receive-text.
000000    move spaces to row-handle-text.
000000    move spaces to row-send-text.
000000    move spaces to row-total-text.
000000    unstring timing-record delimited by ";"
000000        into row-stamp-text, row-peer-text, row-route-text,
000000        row-status-text, row-client-text, row-receive-text,
000000        row-handle-text, row-send-text, row-total-text.
000000    if row-stamp-text(1:14) not numeric
000000            or test-numval(row-total-text) not = 0
000000        add 1 to rows-rejected
000000        exit section
000000    end-if.
000000    add 1 to rows-read.
000000    move numval(row-total-text) to row-total-ms.
000000    if row-total-ms > sla-threshold-ms
000000        add 1 to over-sla-count
000000    end-if.
000000    move row-route-text to want-route.
000000    move row-client-text to want-client.
000000    perform count-in-group.
000000    move "*" to want-client.
000000    perform count-in-group.
000000    move "*" to want-route.
000000    perform count-in-group.
000000    perform note-if-slowest.
000000 count-in-group section.
000000    move "N" to group-found-switch.
000000    perform varying gr-idx from 1 by 1
000000            until gr-idx > group-count or group-found
000000        if group-route(gr-idx) = want-route
000000                and group-client(gr-idx) = want-client
000000            move "Y" to group-found-switch
000000        end-if
000000    end-perform.
000000    if group-found
000000        set gr-idx down by 1
000000    else
000000        if group-count >= 300
000000            exit section
000000        end-if
000000        add 1 to group-count
000000        set gr-idx to group-count
000000        move want-route to group-route(gr-idx)
000000        move want-client to group-client(gr-idx)
000000        move group-count to group-number(gr-idx)
000000        move 0 to group-requests(gr-idx)
000000        move 0 to group-sum-ms(gr-idx)
000000        move 0 to group-max-ms(gr-idx)
000000        move 0 to group-p95-ms(gr-idx)
000000        move 0 to group-over-sla(gr-idx)
000000    end-if.
000000    add 1 to group-requests(gr-idx).
000000    add row-total-ms to group-sum-ms(gr-idx).
000000    if row-total-ms > group-max-ms(gr-idx)
000000        move row-total-ms to group-max-ms(gr-idx)
000000    end-if.
000000    if row-total-ms > sla-threshold-ms
000000        add 1 to group-over-sla(gr-idx)
000000    end-if.
000000    if sample-count >= 300000
000000        add 1 to samples-dropped
000000        exit section
000000    end-if.
000000    add 1 to sample-count.
000000    set sm-idx to sample-count.
000000    move group-number(gr-idx) to sample-group(sm-idx).
000000    move row-total-ms to sample-ms(sm-idx).
000000 note-if-slowest section.
000000    *> insert in order into the ten kept so far; a request no
000000    *> slower than the tenth is not kept
000000    move 0 to slot-no.
000000    perform varying sl-idx from 1 by 1
000000            until sl-idx > slowest-count or slot-no > 0
000000        if row-total-ms > slowest-total-ms(sl-idx)
000000            set slot-no to sl-idx
000000        end-if
000000    end-perform.
000000    if slot-no = 0
000000        if slowest-count >= 10
000000            exit section
000000        end-if
000000        compute slot-no = slowest-count + 1
000000    end-if.
000000    if slowest-count < 10
000000        add 1 to slowest-count
000000    end-if.
000000    perform varying shift-no from slowest-count by -1
000000            until shift-no <= slot-no
000000        move slowest-entry(shift-no - 1)
000000            to slowest-entry(shift-no)
000000    end-perform.
000000    set sl-idx to slot-no.
000000    move row-total-ms to slowest-total-ms(sl-idx).
000000    move row-stamp-text(1:14) to slowest-stamp(sl-idx).
000000    move row-peer-text to slowest-peer(sl-idx).
000000    move row-route-text to slowest-route(sl-idx).
000000    move row-status-text to slowest-status(sl-idx).
000000    move row-client-text to slowest-client(sl-idx).
000000    move 0 to slowest-receive-ms(sl-idx).
000000    move 0 to slowest-handle-ms(sl-idx).
000000    move 0 to slowest-send-ms(sl-idx).
000000    if test-numval(row-receive-text) = 0
000000        move numval(row-receive-text)
000000            to slowest-receive-ms(sl-idx)
000000    end-if.
000000    if test-numval(row-handle-text) = 0
000000        move numval(row-handle-text)
000000            to slowest-handle-ms(sl-idx)
000000    end-if.
000000    if test-numval(row-send-text) = 0
000000        move numval(row-send-text) to slowest-send-ms(sl-idx)
000000    end-if.
000000 compute-percentiles section.
000000    if sample-count = 0
000000        exit section
000000    end-if.
000000    *> the rank wanted in each group, then one walk of the
000000    *> sorted samples picks it out. group-number is the slot
000000    *> the group was given, so the table is still in that
000000    *> order here
000000    perform varying gr-idx from 1 by 1 until gr-idx > group-count
000000        compute group-p95-rank(gr-idx) =
000000            (group-requests(gr-idx) * 95 + 99) / 100
000000    end-perform.
000000    sort sample-entry
000000        on ascending key sample-group sample-ms.
000000    move 0 to current-group.
000000    move 0 to rank-in-group.
000000    perform varying sm-idx from 1 by 1 until sm-idx > sample-count
000000        if sample-group(sm-idx) not = current-group
000000            move sample-group(sm-idx) to current-group
000000            move 0 to rank-in-group
000000        end-if
000000        add 1 to rank-in-group
000000        set gr-idx to current-group
000000        if rank-in-group = group-p95-rank(gr-idx)
000000            move sample-ms(sm-idx) to group-p95-ms(gr-idx)
000000        end-if
000000    end-perform.
000000 write-report section.
000000    open output file-report.
000000    if not report-file-writable
000000        display "Error: cannot write service-level report"
000000            upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    move "Service level - request response times" to report-line.
000000    write report-line.
000000    move sla-threshold-ms to ms-display.
000000    move spaces to report-line.
000000    string "Date " delimited by size
000000        report-date delimited by size
000000        "   service level " delimited by size
000000        function trim(ms-display) delimited by size
000000        " ms end to end" delimited by size
000000        into report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000    *> by route, the route over all clients leading its block;
000000    *> the whole day comes first
000000    sort group-entry on ascending key group-route group-client.
000000    move spaces to report-line.
000000    move "Route" to report-line(1:12).
000000    move "Client" to report-line(14:20).
000000    move "  Count" to report-line(35:7).
000000    move "     Avg ms" to report-line(43:11).
000000    move "     P95 ms" to report-line(55:11).
000000    move "     Max ms" to report-line(67:11).
000000    move "Over SLA" to report-line(79:8).
000000    write report-line.
000000    perform varying gr-idx from 1 by 1 until gr-idx > group-count
000000        if group-client(gr-idx) = "*" and gr-idx > 1
000000            move spaces to report-line
000000            write report-line
000000        end-if
000000        move spaces to report-line
000000        if group-route(gr-idx) = "*"
000000            move "(all routes)" to report-line(1:12)
000000        else
000000            move group-route(gr-idx) to report-line(1:12)
000000        end-if
000000        if group-client(gr-idx) = "*"
000000            move "(all clients)" to report-line(14:20)
000000        else
000000            move group-client(gr-idx) to report-line(14:20)
000000        end-if
000000        move group-requests(gr-idx) to count-display
000000        move count-display to report-line(35:7)
000000        compute average-ms rounded =
000000            group-sum-ms(gr-idx) / group-requests(gr-idx)
000000        move average-ms to ms-display
000000        move ms-display to report-line(43:11)
000000        move group-p95-ms(gr-idx) to ms-display
000000        move ms-display to report-line(55:11)
000000        move group-max-ms(gr-idx) to ms-display
000000        move ms-display to report-line(67:11)
000000        move group-over-sla(gr-idx) to count-display
000000        move count-display to report-line(80:7)
000000        write report-line
000000    end-perform.
000000    move spaces to report-line.
000000    write report-line.
000000    move "Ten slowest requests" to report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    move "Time" to report-line(1:8).
000000    move "Address" to report-line(10:15).
000000    move "Route" to report-line(26:12).
000000    move "Sts" to report-line(39:3).
000000    move "Client" to report-line(43:20).
000000    move " Receive ms" to report-line(64:11).
000000    move "  Handle ms" to report-line(76:11).
000000    move "    Send ms" to report-line(88:11).
000000    move "   Total ms" to report-line(100:11).
000000    write report-line.
000000    perform varying sl-idx from 1 by 1
000000            until sl-idx > slowest-count
000000        move spaces to report-line
000000        string slowest-stamp(sl-idx)(9:2) delimited by size
000000            ":" delimited by size
000000            slowest-stamp(sl-idx)(11:2) delimited by size
000000            ":" delimited by size
000000            slowest-stamp(sl-idx)(13:2) delimited by size
000000            into report-line(1:8)
000000        move slowest-peer(sl-idx) to report-line(10:15)
000000        move slowest-route(sl-idx) to report-line(26:12)
000000        move slowest-status(sl-idx) to report-line(39:3)
000000        move slowest-client(sl-idx) to report-line(43:20)
000000        move slowest-receive-ms(sl-idx) to ms-display
000000        move ms-display to report-line(64:11)
000000        move slowest-handle-ms(sl-idx) to ms-display
000000        move ms-display to report-line(76:11)
000000        move slowest-send-ms(sl-idx) to ms-display
000000        move ms-display to report-line(88:11)
000000        move slowest-total-ms(sl-idx) to ms-display
000000        move ms-display to report-line(100:11)
000000        write report-line
000000    end-perform.
000000    move spaces to report-line.
000000    write report-line.
000000    move rows-read to count-display.
000000    move spaces to report-line.
000000    string "Requests read " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    move over-sla-count to count-display.
000000    move spaces to report-line.
000000    string "Over the service level " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    if rows-rejected > 0
000000        move rows-rejected to count-display
000000        move spaces to report-line
000000        string "Unreadable timing rows skipped " delimited by size
000000            function trim(count-display) delimited by size
000000            into report-line
000000        write report-line
000000    end-if.
000000    if samples-dropped > 0
000000        move samples-dropped to count-display
000000        move spaces to report-line
000000        string "Percentiles taken without " delimited by size
000000            function trim(count-display) delimited by size
000000            " late samples - sample table full" delimited by size
000000            into report-line
000000        write report-line
000000    end-if.
000000    if not timing-file-exists
000000        move spaces to report-line
000000        string "No timing file " delimited by size
000000            function trim(timing-path) delimited by size
000000            into report-line
000000        write report-line
000000    end-if.
000000    close file-report.
000000 end program service-level-report.

000000 identification division.
000000 program-id. job-stream-driver.
000000 environment division.
000000 configuration section.
000000 repository. function all intrinsic.
000000 input-output section.
000000 file-control.
000000    select file-control-rows assign to control-path
000000    organization is line sequential
000000    file status is control-file-status.
000000    select file-history assign to history-path
000000    organization is line sequential
000000    file status is history-file-status.
000000    select file-report assign to report-path
000000    organization is sequential
000000    file status is report-file-status.
000000 data division.
000000 file section.
000000 fd file-control-rows.
000000    01 control-record pic x(512).
000000 fd file-history.
000000    01 history-record pic x(128).
000000 fd file-report.
000000    01 report-line pic x(132).
000000 working-storage section.
000000    78 SYSLOG-FACILITY-USER value 8.
000000    78 SYSLOG-SEVERITY-ERRROR value 3.
000000    01 env-text pic x(256).
000000    01 control-path pic x(256) value
000000        "resources/job-stream.ctl".
000000    01 history-path pic x(256) value
000000        "resources/job-stream.hist".
000000    01 report-path pic x(256) value
000000        "resources/job-stream.rpt".
000000    01 control-file-status pic x(2).
000000        88 control-file-exists value "00".
000000    01 history-file-status pic x(2).
000000        88 history-file-exists value "00".
000000        88 history-file-ok value "00".
000000    01 report-file-status pic x(2).
000000    *> one driver at a time per history file: a second
000000    *> submission waits for the first to finish rather than
000000    *> running the same steps alongside it
000000    01 lock-acquire-action pic x(1) value "A".
000000    01 lock-release-action pic x(1) value "R".
000000    01 stream-lock-path pic x(256).
000000    01 stream-lock-fd usage binary-long value -1.
000000    01 business-date pic x(8).
000000    01 submitted-stamp pic x(14).
000000    01 target-closed-flag pic x(1).
000000    01 day-type-switch pic x(1).
000000        88 daily-run value "D".
000000        88 month-end-run value "M".
000000        88 closed-day value "C".
000000    01 probe-int usage binary-long.
000000    01 probe-date pic 9(8).
000000    01 probe-date-text pic x(8).
000000    *> run-control row: step;command;after-step;max-rc;schedule
000000    *> schedule D runs every business day, M only on the last
000000    *> TARGET business day of the month. max-rc is the highest
000000    *> return code the step may end with and still count as
000000    *> done - rate-reconcile ends 4 on a threshold move, which
000000    *> should not hold audit-verify, while rate-history-audit
000000    *> ends 8 on a missing day or a currency gap and so holds
000000    *> the revaluation. a failed step holds every step after
000000    *> it in run order, so the side reports come after the
000000    *> core chain they must not hold. the nightly chain reads:
000000    *>   ecb-feed-load;bin/ecb-feed-load;;0;D
000000    *>   rate-history-load;bin/rate-history-load;
000000    *>       ecb-feed-load;0;D
000000    *>   rate-reconcile;bin/rate-reconcile;rate-history-load;4;D
000000    *>   rate-alert-run;bin/rate-alert-run;rate-reconcile;4;D
000000    *>   audit-verify;bin/audit-verify;rate-alert-run;4;D
000000    *>   rate-sheet;bin/rate-sheet;audit-verify;4;D
000000    *>   deal-blotter;bin/deal-blotter;rate-sheet;0;D
000000    *>   security-report;bin/security-report;deal-blotter;4;D
000000    *>   service-level-report;bin/service-level-report;
000000    *>       security-report;4;D
000000    *>   rate-history-audit;bin/rate-history-audit;
000000    *>       audit-verify;4;M
000000    *>   gl-reval-extract;bin/gl-reval-extract;
000000    *>       rate-history-audit;4;M
000000    *>   audit-report;bin/audit-report;gl-reval-extract;0;M
000000    *>   usage-chargeback;bin/usage-chargeback;audit-report;0;M
000000    *>   audit-housekeeping;bin/audit-housekeeping;
000000    *>       usage-chargeback;0;M
000000    01 step-table.
000000        05 step-count usage binary-long unsigned value 0.
000000        05 step-entry occurs 20 times indexed by st-idx.
000000            10 step-name pic x(20).
000000            10 step-command pic x(256).
000000            10 step-after pic x(20).
000000            10 step-max-rc pic 9(3).
000000            10 step-schedule pic x(1).
000000            10 step-placed pic x(1).
000000            10 step-status pic x(8).
000000            10 step-start pic x(14).
000000            10 step-end pic x(14).
000000            10 step-rc pic 9(3).
000000    *> the order the steps run in, predecessors first
000000    01 run-order.
000000        05 order-count usage binary-long unsigned value 0.
000000        05 order-step occurs 20 times
000000            usage binary-long unsigned.
000000    01 order-no usage binary-long unsigned.
000000    01 pred-idx usage binary-long unsigned.
000000    01 pred-switch pic x(1).
000000        88 pred-found value "Y".
000000    01 progress-switch pic x(1).
000000        88 order-progressed value "Y".
000000    01 ctl-step-text pic x(32).
000000    01 ctl-command-text pic x(256).
000000    01 ctl-after-text pic x(32).
000000    01 ctl-max-rc-text pic x(8).
000000    01 ctl-schedule-text pic x(8).
000000    01 control-error pic x(80).
000000    01 control-detail pic x(80).
000000    *> history row: business-date;step;start;end;rc;status
000000    01 hist-date-text pic x(16).
000000    01 hist-step-text pic x(32).
000000    01 hist-start-text pic x(16).
000000    01 hist-end-text pic x(16).
000000    01 hist-rc-text pic x(8).
000000    01 hist-status-text pic x(16).
000000    01 system-status usage binary-long.
000000    01 system-signal usage binary-long.
000000    01 stream-stop-switch pic x(1) value "N".
000000        88 stream-stopped value "Y".
000000    01 failed-step pic x(20) value spaces.
000000    01 failed-rc pic 9(3) value 0.
000000    01 run-count usage binary-long unsigned value 0.
000000    01 done-before-count usage binary-long unsigned value 0.
000000    01 not-due-count usage binary-long unsigned value 0.
000000    01 held-count usage binary-long unsigned value 0.
000000    01 failed-count usage binary-long unsigned value 0.
000000    01 count-display pic z(6)9.
000000    01 rc-display pic zz9.
000000    01 max-rc-display pic zz9.
000000    01 time-display pic x(8).
000000    01 syslog-message pic x(120).
000000 procedure division.
000000 mainline section.
000000    perform init-config.
000000    call "resource-lock" using stream-lock-path,
000000        lock-acquire-action, stream-lock-fd.
000000    perform load-run-control.
000000    perform order-steps.
000000    perform classify-day.
000000    perform load-run-history.
000000    if closed-day
000000        perform skip-closed-day
000000    else
000000        perform run-stream
000000    end-if.
000000    perform write-summary.
000000    call "resource-lock" using stream-lock-path,
000000        lock-release-action, stream-lock-fd.
000000    if stream-stopped
000000        move 8 to return-code
000000    else
000000        move 0 to return-code
000000    end-if.
000000    stop run.
000000 init-config section.
000000    *> the business date defaults to today for the scheduled
000000    *> night; a resubmission after midnight names the night it
000000    *> is finishing. it is handed on to the steps as
000000    *> RATES_JOB_DATE, which rate-sheet, deal-blotter,
000000    *> security-report, service-level-report and
000000    *> rate-history-audit read, and as each older batch's own
000000    *> date variable - see export-business-date. ecb-feed-load,
000000    *> rate-history-load, rate-reconcile and rate-alert-run
000000    *> work from the feed file as published and take no date
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_JOB_CONTROL_PATH".
000000    if env-text not = spaces
000000        move env-text to control-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_JOB_HISTORY_PATH".
000000    if env-text not = spaces
000000        move env-text to history-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_JOB_SUMMARY_PATH".
000000    if env-text not = spaces
000000        move env-text to report-path
000000    end-if.
000000    move current-date(1:14) to submitted-stamp.
000000    move current-date(1:8) to business-date.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_JOB_DATE".
000000    if env-text not = spaces
000000        move env-text(1:8) to business-date
000000    end-if.
000000    if business-date is not numeric
000000            or test-date-yyyymmdd(numval(business-date)) not = 0
000000        display "Error: business date " business-date
000000            " is not a yyyymmdd date" upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    display "RATES_JOB_DATE" upon environment-name.
000000    display business-date upon environment-value.
000000    perform export-business-date.
000000    move spaces to stream-lock-path.
000000    string function trim(history-path) delimited by size
000000        ".lock" delimited by size
000000        into stream-lock-path.
000000 export-business-date section.
000000    *> the batches written before the driver read their own
000000    *> variables, not RATES_JOB_DATE: audit-verify checks the
000000    *> business date, the month-end reports run its month. a
000000    *> variable the operator has already set is left alone.
000000    *> audit-housekeeping stays on the clock: it rotates only
000000    *> months already over by the clock, so after midnight it
000000    *> may close the business month early, which the month-end
000000    *> reports before it have by then finished reading
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_VERIFY_DATE".
000000    if env-text = spaces
000000        display "RATES_VERIFY_DATE" upon environment-name
000000        display business-date upon environment-value
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_GL_MONTH".
000000    if env-text = spaces
000000        display "RATES_GL_MONTH" upon environment-name
000000        display business-date(1:6) upon environment-value
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_AUDIT_REPORT_MONTH".
000000    if env-text = spaces
000000        display "RATES_AUDIT_REPORT_MONTH"
000000            upon environment-name
000000        display business-date(1:6) upon environment-value
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_CHARGEBACK_MONTH".
000000    if env-text = spaces
000000        display "RATES_CHARGEBACK_MONTH" upon environment-name
000000        display business-date(1:6) upon environment-value
000000    end-if.
000000 load-run-control section.
000000    *> a bad run-control file stops the driver before any step
000000    *> runs: half a stream started from a misread file is worse
000000    *> than none
000000    open input file-control-rows.
000000    if not control-file-exists
000000        move "run-control file missing" to control-error
000000        perform reject-run-control
000000    end-if.
000000    perform until exit
000000        read file-control-rows at end exit perform end-read
000000        if control-record(1:1) not = "*"
000000                and control-record not = spaces
000000            perform load-one-step
000000        end-if
000000    end-perform.
000000    close file-control-rows.
000000    if step-count = 0
000000        move "run-control file names no steps" to control-error
000000        perform reject-run-control
000000    end-if.
000000    perform varying st-idx from 1 by 1
000000            until st-idx > step-count
000000        if step-after(st-idx) not = spaces
000000            perform find-predecessor
000000            if not pred-found
000000                move spaces to control-error
000000                string "step " delimited by size
000000                    function trim(step-name(st-idx))
000000                    delimited by size
000000                    " follows unknown step " delimited by size
000000                    function trim(step-after(st-idx))
000000                    delimited by size
000000                    into control-error
000000                perform reject-run-control
000000            end-if
000000        end-if
000000    end-perform.
000000 load-one-step section.
000000    move spaces to ctl-step-text.
000000    move spaces to ctl-command-text.
000000    move spaces to ctl-after-text.
000000    move spaces to ctl-max-rc-text.
000000    move spaces to ctl-schedule-text.
000000    unstring control-record delimited by ";"
000000        into ctl-step-text, ctl-command-text, ctl-after-text,
000000        ctl-max-rc-text, ctl-schedule-text.
000000    move function trim(ctl-step-text) to ctl-step-text.
000000    move function trim(ctl-after-text) to ctl-after-text.
000000    move upper-case(function trim(ctl-schedule-text))
000000        to ctl-schedule-text.
000000    if ctl-schedule-text = spaces
000000        move "D" to ctl-schedule-text
000000    end-if.
000000    move spaces to control-error.
000000    evaluate true
000000        when step-count >= 20
000000            move "more than 20 steps" to control-error
000000        when ctl-step-text = spaces
000000                or ctl-step-text(21:12) not = spaces
000000            move "step name missing or longer than 20"
000000                to control-error
000000        when ctl-command-text = spaces
000000            move "step has no command" to control-error
000000        when ctl-schedule-text not = "D"
000000                and ctl-schedule-text not = "M"
000000            move "schedule must be D or M" to control-error
000000        when ctl-max-rc-text not = spaces
000000                and test-numval(ctl-max-rc-text) not = 0
000000            move "max-rc not numeric" to control-error
000000    end-evaluate.
000000    if control-error = spaces
000000        perform varying st-idx from 1 by 1
000000                until st-idx > step-count
000000            if step-name(st-idx) = ctl-step-text
000000                move "step named twice" to control-error
000000            end-if
000000        end-perform
000000    end-if.
000000    if control-error not = spaces
000000        move spaces to control-detail
000000        string control-error delimited by "  "
000000            ": " delimited by size
000000            function trim(control-record) delimited by size
000000            into control-detail
000000        move control-detail to control-error
000000        close file-control-rows
000000        perform reject-run-control
000000    end-if.
000000    add 1 to step-count.
000000    set st-idx to step-count.
000000    move ctl-step-text to step-name(st-idx).
000000    move ctl-command-text to step-command(st-idx).
000000    move ctl-after-text to step-after(st-idx).
000000    if ctl-max-rc-text = spaces
000000        move 0 to step-max-rc(st-idx)
000000    else
000000        move numval(ctl-max-rc-text) to step-max-rc(st-idx)
000000    end-if.
000000    move ctl-schedule-text(1:1) to step-schedule(st-idx).
000000    move "N" to step-placed(st-idx).
000000    move "PENDING" to step-status(st-idx).
000000    move spaces to step-start(st-idx).
000000    move spaces to step-end(st-idx).
000000    move 0 to step-rc(st-idx).
000000 find-predecessor section.
000000    move "N" to pred-switch.
000000    perform varying pred-idx from 1 by 1
000000            until pred-idx > step-count or pred-found
000000        if step-name(pred-idx) = step-after(st-idx)
000000            move "Y" to pred-switch
000000        end-if
000000    end-perform.
000000    if pred-found
000000        subtract 1 from pred-idx
000000    end-if.
000000 reject-run-control section.
000000    move spaces to syslog-message.
000000    string "job-stream-driver: " delimited by size
000000        function trim(control-error) delimited by size
000000        into syslog-message.
000000    call "syslog" using SYSLOG-FACILITY-USER,
000000        SYSLOG-SEVERITY-ERRROR, syslog-message.
000000    display "Error: " function trim(control-error)
000000        " - no step run" upon syserr.
000000    call "resource-lock" using stream-lock-path,
000000        lock-release-action, stream-lock-fd.
000000    move 8 to return-code.
000000    stop run.
000000 order-steps section.
000000    *> predecessors first: each pass places every step whose
000000    *> predecessor is already placed, in run-control order; a
000000    *> pass that places nothing means the steps wait on each
000000    *> other in a loop
000000    move "Y" to progress-switch.
000000    perform until order-count = step-count
000000            or not order-progressed
000000        move "N" to progress-switch
000000        perform varying st-idx from 1 by 1
000000                until st-idx > step-count
000000            if step-placed(st-idx) = "N"
000000                if step-after(st-idx) = spaces
000000                    perform place-step
000000                else
000000                    perform find-predecessor
000000                    if step-placed(pred-idx) = "Y"
000000                        perform place-step
000000                    end-if
000000                end-if
000000            end-if
000000        end-perform
000000    end-perform.
000000    if order-count < step-count
000000        move "steps depend on each other in a loop"
000000            to control-error
000000        perform reject-run-control
000000    end-if.
000000 place-step section.
000000    move "Y" to step-placed(st-idx).
000000    move "Y" to progress-switch.
000000    add 1 to order-count.
000000    set order-step(order-count) to st-idx.
000000 classify-day section.
000000    *> no ECB publication on a TARGET closing day, so nothing
000000    *> in the stream has anything to do. month-end is the last
000000    *> TARGET business day of the month: every later calendar
000000    *> day of the month is a closing day
000000    call "target-closed" using business-date,
000000        target-closed-flag.
000000    if target-closed-flag = "Y"
000000        move "C" to day-type-switch
000000        exit section
000000    end-if.
000000    move "M" to day-type-switch.
000000    compute probe-int = integer-of-date(numval(business-date)).
000000    perform until exit
000000        add 1 to probe-int
000000        compute probe-date = date-of-integer(probe-int)
000000        move probe-date to probe-date-text
000000        if probe-date-text(1:6) not = business-date(1:6)
000000            exit perform
000000        end-if
000000        call "target-closed" using probe-date-text,
000000            target-closed-flag
000000        if target-closed-flag not = "Y"
000000            move "D" to day-type-switch
000000            exit perform
000000        end-if
000000    end-perform.
000000 load-run-history section.
000000    *> what this business date already ran: a step whose last
000000    *> row reads OK or SKIPPED is finished and is not run again
000000    *> on a resubmission, so the stream restarts at the step
000000    *> that failed
000000    open input file-history.
000000    if not history-file-exists
000000        exit section
000000    end-if.
000000    perform until exit
000000        read file-history at end exit perform end-read
000000        move spaces to hist-date-text
000000        move spaces to hist-step-text
000000        move spaces to hist-start-text
000000        move spaces to hist-end-text
000000        move spaces to hist-rc-text
000000        move spaces to hist-status-text
000000        unstring history-record delimited by ";"
000000            into hist-date-text, hist-step-text,
000000            hist-start-text, hist-end-text, hist-rc-text,
000000            hist-status-text
000000        if hist-date-text(1:8) = business-date
000000            perform varying st-idx from 1 by 1
000000                    until st-idx > step-count
000000                if step-name(st-idx) = hist-step-text
000000                    if hist-status-text = "OK"
000000                            or hist-status-text = "SKIPPED"
000000                        move "DONE" to step-status(st-idx)
000000                        move hist-start-text
000000                            to step-start(st-idx)
000000                        move hist-end-text to step-end(st-idx)
000000                        if test-numval(hist-rc-text) = 0
000000                            move numval(hist-rc-text)
000000                                to step-rc(st-idx)
000000                        end-if
000000                    else
000000                        move "PENDING" to step-status(st-idx)
000000                    end-if
000000                end-if
000000            end-perform
000000        end-if
000000    end-perform.
000000    close file-history.
000000 skip-closed-day section.
000000    *> recorded against the date so a rerun, and the summary,
000000    *> show the night was deliberately empty
000000    perform varying order-no from 1 by 1
000000            until order-no > order-count
000000        set st-idx to order-step(order-no)
000000        if step-status(st-idx) not = "DONE"
000000            move "SKIPPED" to step-status(st-idx)
000000            move current-date(1:14) to step-start(st-idx)
000000            move step-start(st-idx) to step-end(st-idx)
000000            move 0 to step-rc(st-idx)
000000            add 1 to not-due-count
000000            perform write-history-row
000000        end-if
000000    end-perform.
000000 run-stream section.
000000    perform varying order-no from 1 by 1
000000            until order-no > order-count
000000        set st-idx to order-step(order-no)
000000        evaluate true
000000            when step-status(st-idx) = "DONE"
000000                add 1 to done-before-count
000000            when stream-stopped
000000                move "HELD" to step-status(st-idx)
000000                add 1 to held-count
000000                perform write-history-row
000000            when step-schedule(st-idx) = "M"
000000                    and not month-end-run
000000                move "SKIPPED" to step-status(st-idx)
000000                move current-date(1:14) to step-start(st-idx)
000000                move step-start(st-idx) to step-end(st-idx)
000000                move 0 to step-rc(st-idx)
000000                add 1 to not-due-count
000000                perform write-history-row
000000            when other
000000                perform run-one-step
000000        end-evaluate
000000    end-perform.
000000 run-one-step section.
000000    *> SYSTEM answers the shell's wait status: the exit code
000000    *> sits in the high byte, a signal in the low one. a step
000000    *> killed by a signal reads as rc 999
000000    move current-date(1:14) to step-start(st-idx).
000000    display "job-stream-driver: starting "
000000        function trim(step-name(st-idx)).
000000    call "SYSTEM" using step-command(st-idx).
000000    move return-code to system-status.
000000    move 0 to return-code.
000000    move current-date(1:14) to step-end(st-idx).
000000    compute system-signal = mod(system-status, 256).
000000    if system-signal not = 0 or system-status < 0
000000        move 999 to step-rc(st-idx)
000000    else
000000        compute step-rc(st-idx) = system-status / 256
000000    end-if.
000000    add 1 to run-count.
000000    if step-rc(st-idx) <= step-max-rc(st-idx)
000000        move "OK" to step-status(st-idx)
000000    else
000000        move "FAILED" to step-status(st-idx)
000000        add 1 to failed-count
000000        move "Y" to stream-stop-switch
000000        move step-name(st-idx) to failed-step
000000        move step-rc(st-idx) to failed-rc
000000        move step-rc(st-idx) to rc-display
000000        move spaces to syslog-message
000000        string "job-stream-driver: step " delimited by size
000000            function trim(step-name(st-idx)) delimited by size
000000            " failed rc " delimited by size
000000            function trim(rc-display) delimited by size
000000            " - stream stopped for " delimited by size
000000            business-date delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000    end-if.
000000    perform write-history-row.
000000 write-history-row section.
000000    *> appended and closed step by step, so a driver that dies
000000    *> mid-stream still leaves the steps it finished on record
000000    open extend file-history.
000000    if history-file-status = "35"
000000        open output file-history
000000    end-if.
000000    if not history-file-ok
000000        display "Warning: cannot record step "
000000            function trim(step-name(st-idx))
000000            " in the run history" upon syserr
000000        exit section
000000    end-if.
000000    move step-rc(st-idx) to rc-display.
000000    move spaces to history-record.
000000    string business-date delimited by size
000000        ";" delimited by size
000000        function trim(step-name(st-idx)) delimited by size
000000        ";" delimited by size
000000        function trim(step-start(st-idx)) delimited by size
000000        ";" delimited by size
000000        function trim(step-end(st-idx)) delimited by size
000000        ";" delimited by size
000000        function trim(rc-display) delimited by size
000000        ";" delimited by size
000000        function trim(step-status(st-idx)) delimited by size
000000        into history-record.
000000    write history-record.
000000    close file-history.
000000 write-summary section.
000000    *> one page for the operations log: what ran, when, how it
000000    *> ended, and where a resubmission will pick up
000000    open output file-report.
000000    move spaces to report-line.
000000    string "Nightly job stream - run summary" delimited by size
000000        into report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    evaluate true
000000        when closed-day
000000            string "Business date " delimited by size
000000                business-date delimited by size
000000                "  TARGET closing day - no ECB publication, "
000000                delimited by size
000000                "stream skipped" delimited by size
000000                into report-line
000000        when month-end-run
000000            string "Business date " delimited by size
000000                business-date delimited by size
000000                "  month-end run" delimited by size
000000                into report-line
000000        when other
000000            string "Business date " delimited by size
000000                business-date delimited by size
000000                "  daily run" delimited by size
000000                into report-line
000000    end-evaluate.
000000    write report-line.
000000    move spaces to report-line.
000000    string "Submitted " delimited by size
000000        submitted-stamp delimited by size
000000        "  run-control " delimited by size
000000        function trim(control-path) delimited by size
000000        into report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000    move "Step" to report-line(1:20).
000000    move "Started" to report-line(22:8).
000000    move "Ended" to report-line(32:8).
000000    move " RC" to report-line(41:3).
000000    move "Max" to report-line(46:3).
000000    move "Status" to report-line(51:).
000000    write report-line.
000000    perform varying order-no from 1 by 1
000000            until order-no > order-count
000000        set st-idx to order-step(order-no)
000000        perform write-step-line
000000    end-perform.
000000    move spaces to report-line.
000000    write report-line.
000000    move run-count to count-display.
000000    move spaces to report-line.
000000    string "Steps run " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    move done-before-count to count-display.
000000    move spaces to report-line.
000000    string "Completed in an earlier run " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    move not-due-count to count-display.
000000    string "Skipped " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    move held-count to count-display.
000000    move spaces to report-line.
000000    string "Held " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    move failed-count to count-display.
000000    move spaces to report-line.
000000    string "Failed " delimited by size
000000        function trim(count-display) delimited by size
000000        into report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    if stream-stopped
000000        move failed-rc to rc-display
000000        string "STREAM STOPPED at " delimited by size
000000            function trim(failed-step) delimited by size
000000            " rc " delimited by size
000000            function trim(rc-display) delimited by size
000000            " - correct and resubmit; the stream restarts "
000000            delimited by size
000000            "at that step" delimited by size
000000            into report-line
000000    else
000000        move "STREAM COMPLETE" to report-line
000000    end-if.
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000    move spaces to report-line.
000000    write report-line.
000000    move "Operations sign-off  ______________________________"
000000        to report-line.
000000    move "Date/time  __________________" to report-line(56:).
000000    write report-line.
000000    close file-report.
000000 write-step-line section.
000000    move spaces to report-line.
000000    move step-name(st-idx) to report-line(1:20).
000000    if step-start(st-idx) not = spaces
000000        string step-start(st-idx)(9:2) delimited by size
000000            ":" delimited by size
000000            step-start(st-idx)(11:2) delimited by size
000000            ":" delimited by size
000000            step-start(st-idx)(13:2) delimited by size
000000            into time-display
000000        move time-display to report-line(22:8)
000000    end-if.
000000    if step-end(st-idx) not = spaces
000000        string step-end(st-idx)(9:2) delimited by size
000000            ":" delimited by size
000000            step-end(st-idx)(11:2) delimited by size
000000            ":" delimited by size
000000            step-end(st-idx)(13:2) delimited by size
000000            into time-display
000000        move time-display to report-line(32:8)
000000    end-if.
000000    if step-status(st-idx) not = "HELD"
000000            and step-status(st-idx) not = "PENDING"
000000        move step-rc(st-idx) to rc-display
000000        move rc-display to report-line(41:3)
000000    end-if.
000000    move step-max-rc(st-idx) to max-rc-display.
000000    move max-rc-display to report-line(46:3).
000000    evaluate true
000000        when step-status(st-idx) = "DONE"
000000            move "OK (earlier run)" to report-line(51:)
000000        when step-status(st-idx) = "SKIPPED" and closed-day
000000            move "SKIPPED - closing day" to report-line(51:)
000000        when step-status(st-idx) = "SKIPPED"
000000            move "SKIPPED - month-end only" to report-line(51:)
000000        when step-status(st-idx) = "HELD"
000000            move "HELD - earlier step failed"
000000                to report-line(51:)
000000        when other
000000            move step-status(st-idx) to report-line(51:)
000000    end-evaluate.
000000    write report-line.
000000 end program job-stream-driver.

000000    select file-checkpoint assign to checkpoint-path
000000    organization is line sequential
000000    file status is checkpoint-file-status.
000000    select file-corrections assign to corrections-path
000000    organization is line sequential
000000    file status is corrections-file-status.
000000 data division.
000000 file section.
000000 fd file-hist-csv.
000000        05 hist-rec-rate pic 9(7)V9(8).
000000 fd file-checkpoint.
000000    01 checkpoint-record pic x(32).
000000 fd file-corrections.
000000    01 corrections-record pic x(256).
000000 working-storage section.
000000    01 env-text pic x(256).
000000    01 hist-csv-path pic x(256) value
000000        88 checkpoint-file-exists value "00".
000000        88 checkpoint-file-writable value "00".
000000    01 checkpoint-date pic x(8) value spaces.
000000    *> republished rates applied by rate-history-correction;
000000    *> the ECB file a rebuild reads may still carry the figure
000000    *> that was corrected, so the log is replayed over it
000000    01 corrections-path pic x(256) value
000000        "resources/rate-corrections.log".
000000    01 corrections-file-status pic x(2).
000000        88 corrections-file-exists value "00".
000000    01 corr-stamp-text pic x(16).
000000    01 corr-date-text pic x(16).
000000    01 corr-ccy-text pic x(16).
000000    01 corr-before-text pic x(32).
000000    01 corr-after-text pic x(32).
000000    01 replayed-count usage binary-long unsigned value 0.
000000    01 replayed-count-display pic z(6)9.
000000    01 load-mode-switch pic x(1) value "F".
000000        88 full-rebuild-mode value "F".
000000        88 delta-mode value "D".
000000    perform init-config.
000000    perform decide-load-mode.
000000    perform load-history.
000000    perform replay-corrections.
000000    perform write-checkpoint.
000000    perform report-counts.
000000    stop run.
000000    if env-text not = spaces
000000        move env-text to checkpoint-path
000000    end-if.
000000    move spaces to env-text.
000000    accept env-text
000000        from environment "RATES_HIST_CORRECTIONS_PATH".
000000    if env-text not = spaces
000000        move env-text to corrections-path
000000    end-if.
000000 decide-load-mode section.
000000    *> delta is the nightly default: the history file only ever
000000    *> grows at the top, so appending the days past the
000000            end-if
000000        end-if
000000    end-perform.
000000 replay-corrections section.
000000    *> only a full rebuild rewrites the corrected past days; a
000000    *> delta pass writes nothing older than the checkpoint. the
000000    *> log is in the order the corrections were made, so the
000000    *> latest correction of a key is the one left standing
000000    if not full-rebuild-mode
000000        exit section
000000    end-if.
000000    open input file-corrections.
000000    if not corrections-file-exists
000000        exit section
000000    end-if.
000000    open i-o hist-file.
000000    if not hist-file-writable
000000        close file-corrections
000000        display "Error: cannot reopen rate history master to "
000000            "replay corrections" upon syserr
000000        move 8 to return-code
000000        stop run
000000    end-if.
000000    perform until exit
000000        read file-corrections at end exit perform end-read
000000        move spaces to corr-stamp-text
000000        move spaces to corr-date-text
000000        move spaces to corr-ccy-text
000000        move spaces to corr-before-text
000000        move spaces to corr-after-text
000000        unstring corrections-record delimited by ";"
000000            into corr-stamp-text, corr-date-text, corr-ccy-text,
000000            corr-before-text, corr-after-text
000000        if corr-date-text(1:8) is numeric
000000                and test-numval(corr-after-text) = 0
000000            move corr-date-text(1:8) to hist-rec-date
000000            move corr-ccy-text(1:3) to hist-rec-currency
000000            read hist-file
000000                invalid key continue
000000                not invalid key
000000                    move numval(corr-after-text)
000000                        to hist-rec-rate
000000                    rewrite hist-rec
000000                    if hist-write-ok
000000                        add 1 to replayed-count
000000                    end-if
000000            end-read
000000        end-if
000000    end-perform.
000000    close hist-file.
000000    close file-corrections.
000000 write-checkpoint section.
000000    *> written only once the master has closed cleanly; a run
000000    *> that loaded nothing new leaves the prior checkpoint
000000            function trim(rate-count-display) " rates loaded, "
000000            function trim(reject-count-display) " rejected"
000000    end-if.
000000    if replayed-count > 0
000000        move replayed-count to replayed-count-display
000000        display "rate-history-load: "
000000            function trim(replayed-count-display)
000000            " correction(s) replayed from the corrections log"
000000    end-if.
000000    if reject-count > 0
000000        move 4 to return-code
000000    end-if.

000000 environment division.
000000 configuration section.
000000 repository. function all intrinsic.
000000 input-output section.
000000 file-control.
000000    select timing-file assign to timing-path
000000    organization is line sequential
000000    file status is timing-file-status.
000000 data division.
000000 file section.
000000 fd timing-file.
000000    01 timing-record pic x(256).
000000 working-storage section.
000000    78 AF-INET value 2.
000000    78 SOCK-STREAM value 1.
000000    78 SO-RCVTIMEO value 20.
000000    78 SIGCHLD-SIGNAL value 17.
000000    78 SIGNAL-IGNORE value 1.
000000    78 SYSLOG-FACILITY-USER value 8.
000000    78 SYSLOG-SEVERITY-ERRROR value 3.
000000    01 listen-fd usage binary-long value -1.
000000    01 conn-fd usage binary-long.
000000    01 call-status usage binary-long.
000000    01 recv-room usage binary-long.
000000    01 content-length-text pic x(12).
000000    01 handler-length usage binary-long unsigned.
000000    *> struct sockaddr_in as accept fills it in for the caller;
000000    *> the address arrives in network order, so the octets read
000000    *> off left to right as the dotted form
000000    01 peer-address.
000000        05 peer-family pic 9(4) usage comp-5.
000000        05 peer-port pic x(2).
000000        05 peer-octet occurs 4 times
000000            usage binary-char unsigned.
000000        05 filler pic x(8).
000000    01 peer-address-length usage binary-long.
000000    01 octet-no usage binary-long unsigned.
000000    01 octet-display pic zz9.
000000    01 peer-ptr usage binary-long unsigned.
000000    *> the caller's address for the request being served, read
000000    *> by the handler for its security log
000000    01 request-peer external.
000000        05 peer-ip-address pic x(15).
000000    *> filled in by the handler as it answers
000000    01 request-outcome external.
000000        05 outcome-route pic x(12).
000000        05 outcome-status pic x(3).
000000        05 outcome-client pic x(20).
000000    *> struct timeval as gettimeofday fills it in, and the
000000    *> microsecond clock at each step of the exchange
000000    01 clock-reading.
000000        05 clock-seconds pic 9(18) usage comp-5.
000000        05 clock-microsec pic 9(18) usage comp-5.
000000    01 clock-usec usage binary-double.
000000    01 receive-start-usec usage binary-double.
000000    01 handle-start-usec usage binary-double.
000000    01 send-start-usec usage binary-double.
000000    01 send-end-usec usage binary-double.
000000    01 elapsed-ms pic 9(7)v9(3).
000000    01 elapsed-display pic z(6)9.999.
000000    *> one timing file a day under RATES_SVC_TIMING_DIR, kept
000000    *> apart from the audit trail; parent and bulk children
000000    *> append to it under the one lock
000000    01 env-text pic x(256).
000000    01 timing-dir pic x(256) value "resources".
000000    01 timing-path pic x(256).
000000    01 timing-lock-path pic x(256).
000000    01 timing-lock-fd usage binary-long value -1.
000000    01 timing-file-status pic x(2).
000000        88 timing-file-open-ok value "00".
000000    01 timing-stamp pic x(14).
000000    01 timing-ptr usage binary-long unsigned.
000000    01 lock-acquire-action pic x(1) value "A".
000000    01 lock-release-action pic x(1) value "R".
000000    01 syslog-message pic x(120).
000000 linkage section.
000000    01 bind-host pic x(64).
000000    01 bind-port pic 9(5).
000000    *> forked child so its minutes of pricing cannot freeze the
000000    *> dealers' single lookups behind it. bind-host is kept for
000000    *> configuration symmetry; the socket binds every interface
000000    move spaces to env-text.
000000    accept env-text from environment "RATES_SVC_TIMING_DIR".
000000    if env-text not = spaces
000000        move env-text to timing-dir
000000    end-if.
000000    move spaces to timing-lock-path.
000000    string function trim(timing-dir) delimited by size
000000        "/request-timing.lock" delimited by size
000000        into timing-lock-path.
000000    call "socket" using by value AF-INET, by value SOCK-STREAM,
000000        by value 0 returning listen-fd.
000000    if listen-fd < 0
000000    call "signal" using by value SIGCHLD-SIGNAL,
000000        by value sigchld-disposition.
000000    perform forever
000000        move length of peer-address to peer-address-length
000000        call "accept" using by value listen-fd,
000000            by reference peer-address,
000000            by reference peer-address-length
000000            returning conn-fd
000000        if conn-fd >= 0
000000            perform read-clock
000000            move clock-usec to receive-start-usec
000000            move current-date(1:14) to timing-stamp
000000            perform format-peer-address
000000            call "setsockopt" using by value conn-fd,
000000                by value SOL-SOCKET, by value SO-RCVTIMEO,
000000                by reference receive-timeout, by value 16
000000        end-if
000000    end-perform.
000000    goback.
000000 format-peer-address section.
000000    move spaces to peer-ip-address.
000000    if peer-family not = AF-INET
000000        move "-" to peer-ip-address
000000        exit section
000000    end-if.
000000    move 1 to peer-ptr.
000000    perform varying octet-no from 1 by 1 until octet-no > 4
000000        if octet-no > 1
000000            string "." delimited by size
000000                into peer-ip-address with pointer peer-ptr
000000        end-if
000000        move peer-octet(octet-no) to octet-display
000000        string function trim(octet-display) delimited by size
000000            into peer-ip-address with pointer peer-ptr
000000    end-perform.
000000 serve-inline section.
000000    move "-" to outcome-route.
000000    move "-" to outcome-status.
000000    move "-" to outcome-client.
000000    perform read-clock.
000000    move clock-usec to handle-start-usec.
000000    call handler-pointer using request-buffer,
000000        handler-length.
000000    perform read-clock.
000000    move clock-usec to send-start-usec.
000000    call "send" using by value conn-fd,
000000        by reference request-buffer,
000000        by value handler-length, by value 0
000000        returning call-status.
000000    perform read-clock.
000000    move clock-usec to send-end-usec.
000000    perform write-request-timing.
000000 read-clock section.
000000    call "gettimeofday" using by reference clock-reading,
000000        by value 0 returning call-status.
000000    compute clock-usec =
000000        clock-seconds * 1000000 + clock-microsec.
000000 write-request-timing section.
000000    *> stamp;peer;route;status;client;receive-ms;handle-ms;
000000    *> send-ms;total-ms - receive runs from accept to the
000000    *> whole request in hand, handle is the handler call,
000000    *> send the answer going out. a bulk child writes its own
000000    *> row once it has answered
000000    move spaces to timing-path.
000000    string function trim(timing-dir) delimited by size
000000        "/request-timing-" delimited by size
000000        timing-stamp(1:8) delimited by size
000000        ".log" delimited by size
000000        into timing-path.
000000    move spaces to timing-record.
000000    move 1 to timing-ptr.
000000    string timing-stamp delimited by size
000000        ";" delimited by size
000000        function trim(peer-ip-address) delimited by size
000000        ";" delimited by size
000000        function trim(outcome-route) delimited by size
000000        ";" delimited by size
000000        function trim(outcome-status) delimited by size
000000        ";" delimited by size
000000        function trim(outcome-client) delimited by size
000000        into timing-record with pointer timing-ptr.
000000    compute elapsed-ms =
000000        (handle-start-usec - receive-start-usec) / 1000.
000000    perform append-elapsed-ms.
000000    compute elapsed-ms =
000000        (send-start-usec - handle-start-usec) / 1000.
000000    perform append-elapsed-ms.
000000    compute elapsed-ms =
000000        (send-end-usec - send-start-usec) / 1000.
000000    perform append-elapsed-ms.
000000    compute elapsed-ms =
000000        (send-end-usec - receive-start-usec) / 1000.
000000    perform append-elapsed-ms.
000000    call "resource-lock" using timing-lock-path,
000000        lock-acquire-action, timing-lock-fd.
000000    open extend timing-file.
000000    if timing-file-status = "35"
000000        open output timing-file
000000    end-if.
000000    if timing-file-open-ok
000000        write timing-record
000000        close timing-file
000000    else
000000        move spaces to syslog-message
000000        string "timing entry dropped - could not open "
000000            delimited by size
000000            function trim(timing-path) delimited by size
000000            into syslog-message
000000        call "syslog" using SYSLOG-FACILITY-USER,
000000            SYSLOG-SEVERITY-ERRROR, syslog-message
000000    end-if.
000000    call "resource-lock" using timing-lock-path,
000000        lock-release-action, timing-lock-fd.
000000 append-elapsed-ms section.
000000    move elapsed-ms to elapsed-display.
000000    string ";" delimited by size
000000        function trim(elapsed-display) delimited by size
000000        into timing-record with pointer timing-ptr.
000000 serve-in-child section.
000000    *> a month-end bulk runs for whole seconds, so it is priced
000000    *> and answered in a forked child while the parent goes

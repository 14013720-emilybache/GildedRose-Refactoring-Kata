program-id. RtvAgeing as "RtvAgeing".

*> Open return-to-vendor claims ageing. Every claim on gr-rtv-claims
*> still open or shipped - raised by RtvClaims and not yet credited
*> or rejected by the supplier - is listed by supplier with its age
*> in days since it was raised, as at the gr-runctl processing date,
*> and its value in base currency (gr-stores, gr-rates) in one of
*> four ageing columns: up to 30 days, 31 to 60, 61 to 90 and over
*> 90. Each supplier is totalled by column, then the chain, so
*> finance can chase the suppliers sitting on the oldest credit.

environment division.

input-output section.

file-control.
    select optional claim-file assign 'gr-rtv-claims'
        file status is claim-status.
    select supplier-file assign 'gr-suppliers'
        file status is supplier-status.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select sort-file assign 'gr-sortwork'.
    select ageing-report assign 'gr-rtv-ageing'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd claim-file.
   copy "grrtv.cpy".
   fd supplier-file.
   copy "grsupp.cpy".
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   sd sort-file.
   01 sort-record.
      02 srt-supplier pic x(6).
      02 srt-claim-no pic 9(6).
      02 srt-store-id pic x(4).
      02 srt-name pic x(50).
      02 srt-source pic x(8).
      02 srt-raised-date pic x(8).
      02 srt-state pic x.
      02 srt-age pic 9(5).
      02 srt-base-value pic 9(9)v99.
   fd ageing-report.
   01 report-line pic x(160).
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 run-date-num pic 9(8).
   01 raised-date-num pic 9(8).
   01 claim-status pic x(2).
   01 supplier-status pic x(2).
   01 supplier-table.
      02 supplier-entry occurs 100 times.
         03 tbl-sup-code pic x(6).
         03 tbl-sup-name pic x(30).
   01 supplier-count pic 9(4) value 0 comp.
   01 supplier-sub pic 9(4) comp.
   01 supplier-found-sub pic 9(4) comp.
   01 store-table.
      02 store-entry occurs 50 times.
         03 tbl-store-id pic x(4).
         03 tbl-store-currency pic x(3).
   01 store-count pic 9(4) value 0 comp.
   01 store-sub pic 9(4) comp.
   01 store-status pic x(2).
   01 rate-table.
      02 rate-entry occurs 20 times.
         03 tbl-rate-currency pic x(3).
         03 tbl-rate-value pic 9(3)v9(6).
   01 rate-count pic 9(4) value 0 comp.
   01 rate-sub pic 9(4) comp.
   01 rate-status pic x(2).
   01 lookup-store-id pic x(4).
   01 lookup-currency pic x(3).
   01 lookup-rate pic 9(3)v9(6).
   01 claim-age pic s9(5).
   01 open-count pic 9(6) value 0.
   01 sort-eof-flag pic x value 'N'.
      88 sort-eof value 'Y'.
   01 current-supplier pic x(6) value spaces.
   01 supplier-open-flag pic x value 'N'.
      88 supplier-open value 'Y'.
   01 bucket-sub pic 9(4) comp.
*> Column 1 up to 30 days, 2 31-60, 3 61-90, 4 over 90.
   01 supplier-buckets.
      02 supplier-bucket occurs 4 times pic 9(9)v99.
   01 supplier-claim-count pic 9(6).
   01 chain-buckets.
      02 chain-bucket occurs 4 times pic 9(9)v99.
   01 bucket-total pic 9(9)v99.
   01 report-heading.
      02 filler pic x(31) value "OPEN RTV CLAIMS AGEING - AS AT ".
      02 rh-run-date pic x(8).
      02 filler pic x(17) value " - BASE CURRENCY".
   01 column-heading.
      02 filler pic x(84) value spaces.
      02 filler pic x(13) value "      0-30 D".
      02 filler pic x(13) value "     31-60 D".
      02 filler pic x(13) value "     61-90 D".
      02 filler pic x(13) value "      OVER 90".
   01 supplier-heading.
      02 filler pic x(9) value "SUPPLIER ".
      02 sh-supplier pic x(6).
      02 filler pic x value space.
      02 sh-supplier-name pic x(30).
   01 claim-line.
      02 filler pic x(2) value spaces.
      02 cl-claim-no pic 9(6).
      02 filler pic x value space.
      02 cl-store-id pic x(4).
      02 filler pic x value space.
      02 cl-name pic x(40).
      02 filler pic x value space.
      02 cl-source pic x(8).
      02 filler pic x value space.
      02 cl-state pic x(7).
      02 filler pic x value space.
      02 cl-age pic zzzz9.
      02 filler pic x(7) value " DAYS  ".
      02 cl-bucket occurs 4 times pic z(9)9.99 blank when zero.
   01 total-line.
      02 tl-label pic x(20).
      02 tl-count pic zz9999.
      02 filler pic x(58) value " CLAIMS OPEN".
      02 tl-bucket occurs 4 times pic z(9)9.99.
      02 filler pic x(7) value " TOTAL ".
      02 tl-total pic z(9)9.99.
   01 run-start-date pic 9(8).
   01 run-start-time pic 9(8).
   01 run-end-date pic 9(8).
   01 run-end-time pic 9(8).
   01 run-clock.
      02 run-clock-hh pic 9(2).
      02 run-clock-mm pic 9(2).
      02 run-clock-ss pic 9(2).
      02 run-clock-cc pic 9(2).
   01 run-clock-cs pic 9(7).
   01 run-elapsed-cs pic s9(11).

procedure division.
    accept run-start-date from date yyyymmdd.
    accept run-start-time from time.
    perform load-run-control.
    if run-date-ws = spaces or run-date-ws is not numeric
        display "GR-RUNCTL NOT AVAILABLE - RTV AGEING REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    move run-date-ws to run-date-num.
    perform load-supplier-table.
    perform load-store-table.
    perform load-rate-table.
    initialize chain-buckets.
    open output ageing-report.
    move run-date-ws to rh-run-date.
    move report-heading to report-line.
    write report-line.
    move column-heading to report-line.
    write report-line.
    sort sort-file
        on ascending key srt-supplier srt-claim-no
        input procedure is release-open-claims
        output procedure is write-ageing-lines.
    move "CHAIN" to tl-label.
    move open-count to tl-count.
    move 0 to bucket-total.
    perform move-chain-bucket
        varying bucket-sub from 1 by 1 until bucket-sub > 4.
    move bucket-total to tl-total.
    move total-line to report-line.
    write report-line.
    close ageing-report.
    display "RTVAGEING: " open-count " OPEN CLAIMS".
    perform write-run-log.
    move run-rc to return-code.
    goback.

release-open-claims.
    open input claim-file.
    if claim-status = '00'
        perform release-claim-record until claim-status not = '00'
    end-if.
    close claim-file.

release-claim-record.
    read claim-file
        at end
            continue
        not at end
            if rtv-open or rtv-shipped
                add 1 to open-count
                move rtv-supplier to srt-supplier
                move rtv-claim-no to srt-claim-no
                move rtv-store-id to srt-store-id
                move rtv-name to srt-name
                move rtv-source to srt-source
                move rtv-raised-date to srt-raised-date
                move rtv-state to srt-state
                move 0 to srt-age
                if rtv-raised-date is numeric
                    move rtv-raised-date to raised-date-num
                    compute claim-age =
                        function integer-of-date (run-date-num)
                        - function integer-of-date (raised-date-num)
                    if claim-age > 0
                        move claim-age to srt-age
                    end-if
                end-if
                move rtv-store-id to lookup-store-id
                perform set-store-rate
                compute srt-base-value rounded =
                    rtv-value * lookup-rate
                release sort-record
            end-if
    end-read.

write-ageing-lines.
    move 'N' to sort-eof-flag.
    perform take-claim-line until sort-eof.
    if supplier-open
        perform close-supplier
    end-if.

take-claim-line.
    return sort-file
        at end
            move 'Y' to sort-eof-flag
        not at end
            if not supplier-open
               or srt-supplier not = current-supplier
                if supplier-open
                    perform close-supplier
                end-if
                perform open-supplier
            end-if
            perform write-claim-line
    end-return.

open-supplier.
    move srt-supplier to current-supplier.
    move 'Y' to supplier-open-flag.
    initialize supplier-buckets.
    move 0 to supplier-claim-count.
    move current-supplier to sh-supplier.
    move 0 to supplier-found-sub.
    perform find-supplier-entry
        varying supplier-sub from 1 by 1
        until supplier-sub > supplier-count or supplier-found-sub > 0.
    if supplier-found-sub > 0
        move tbl-sup-name (supplier-found-sub) to sh-supplier-name
    else
        move "NOT ON SUPPLIER MASTER" to sh-supplier-name
    end-if.
    move supplier-heading to report-line.
    write report-line.

find-supplier-entry.
    if tbl-sup-code (supplier-sub) = current-supplier
        move supplier-sub to supplier-found-sub
    end-if.

write-claim-line.
    add 1 to supplier-claim-count.
    evaluate true
        when srt-age > 90
            move 4 to bucket-sub
        when srt-age > 60
            move 3 to bucket-sub
        when srt-age > 30
            move 2 to bucket-sub
        when other
            move 1 to bucket-sub
    end-evaluate.
    add srt-base-value to supplier-bucket (bucket-sub).
    add srt-base-value to chain-bucket (bucket-sub).
    move srt-claim-no to cl-claim-no.
    move srt-store-id to cl-store-id.
    move srt-name to cl-name.
    move srt-source to cl-source.
    if srt-state = 'S'
        move "SHIPPED" to cl-state
    else
        move "OPEN" to cl-state
    end-if.
    move srt-age to cl-age.
    move 0 to cl-bucket (1).
    move 0 to cl-bucket (2).
    move 0 to cl-bucket (3).
    move 0 to cl-bucket (4).
    move srt-base-value to cl-bucket (bucket-sub).
    move claim-line to report-line.
    write report-line.

close-supplier.
    move spaces to tl-label.
    string "SUPPLIER " delimited by size
        current-supplier delimited by size
        into tl-label
    end-string.
    move supplier-claim-count to tl-count.
    move 0 to bucket-total.
    perform move-supplier-bucket
        varying bucket-sub from 1 by 1 until bucket-sub > 4.
    move bucket-total to tl-total.
    move total-line to report-line.
    write report-line.
    move 'N' to supplier-open-flag.

move-supplier-bucket.
    move supplier-bucket (bucket-sub) to tl-bucket (bucket-sub).
    add supplier-bucket (bucket-sub) to bucket-total.

move-chain-bucket.
    move chain-bucket (bucket-sub) to tl-bucket (bucket-sub).
    add chain-bucket (bucket-sub) to bucket-total.

*> The store's currency and its rate into base currency. No store
*> entry means base currency; a missing rate converts at 1.
set-store-rate.
    move spaces to lookup-currency.
    move 1 to lookup-rate.
    move 1 to store-sub.
    perform find-store-entry until store-sub > store-count.
    if lookup-currency not = spaces
        move 0 to lookup-rate
        move 1 to rate-sub
        perform find-rate-entry until rate-sub > rate-count
        if lookup-rate = 0
            move 1 to lookup-rate
        end-if
    end-if.

find-store-entry.
    if tbl-store-id (store-sub) = lookup-store-id
        move tbl-store-currency (store-sub) to lookup-currency
        move store-count to store-sub
    end-if
    add 1 to store-sub.

find-rate-entry.
    if tbl-rate-currency (rate-sub) = lookup-currency
        move tbl-rate-value (rate-sub) to lookup-rate
        move rate-count to rate-sub
    end-if
    add 1 to rate-sub.

load-supplier-table.
    move 0 to supplier-count.
    open input supplier-file.
    if supplier-status = '00'
        perform load-supplier-record until supplier-status not = '00'
            or supplier-count >= 100
    end-if
    close supplier-file.

load-supplier-record.
    read supplier-file
        at end
            continue
        not at end
            if sup-code not = spaces
                add 1 to supplier-count
                move sup-code to tbl-sup-code (supplier-count)
                move sup-name to tbl-sup-name (supplier-count)
            end-if
    end-read.

load-store-table.
    move 0 to store-count.
    open input store-file.
    if store-status = '00'
        perform load-store-record until store-status not = '00'
            or store-count >= 50
    end-if
    close store-file.

load-store-record.
    read store-file
        at end
            continue
        not at end
            add 1 to store-count
            move store-rec-id to tbl-store-id (store-count)
            move store-currency to tbl-store-currency (store-count)
    end-read.

load-rate-table.
    move 0 to rate-count.
    open input rate-file.
    if rate-status = '00'
        perform load-rate-record until rate-status not = '00'
            or rate-count >= 20
    end-if
    close rate-file.

load-rate-record.
    read rate-file
        at end
            continue
        not at end
            add 1 to rate-count
            move rate-currency to tbl-rate-currency (rate-count)
            move rate-to-base to tbl-rate-value (rate-count)
    end-read.

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
        read runctl-file
            not at end
                move runctl-process-date to run-date-ws
        end-read
    end-if
    close runctl-file.

write-run-log.
    move run-date-ws to rl-run-date.
    move "RTVAGEING" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move open-count to rl-in-count.
    move 0 to rl-reject-count.
    move run-rc to rl-return-code.
    move spaces to rl-operator.
    perform stamp-run-times.
    open extend runlog-file.
    write runlog-record.
    close runlog-file.

*> Wall-clock start and end of the run, and the seconds between them,
*> so the batch-window report can time every step.
stamp-run-times.
    accept run-end-date from date yyyymmdd.
    accept run-end-time from time.
    move run-start-date to rl-start-date.
    move run-start-time to rl-start-time.
    move run-end-date to rl-end-date.
    move run-end-time to rl-end-time.
    compute run-elapsed-cs =
        function integer-of-date (run-end-date)
        - function integer-of-date (run-start-date).
    multiply 8640000 by run-elapsed-cs.
    move run-end-time to run-clock.
    perform clock-to-centiseconds.
    add run-clock-cs to run-elapsed-cs.
    move run-start-time to run-clock.
    perform clock-to-centiseconds.
    subtract run-clock-cs from run-elapsed-cs.
    divide run-elapsed-cs by 100 giving rl-elapsed.

clock-to-centiseconds.
    move run-clock-hh to run-clock-cs.
    multiply 60 by run-clock-cs.
    add run-clock-mm to run-clock-cs.
    multiply 60 by run-clock-cs.
    add run-clock-ss to run-clock-cs.
    multiply 100 by run-clock-cs.
    add run-clock-cc to run-clock-cs.

end program RtvAgeing.

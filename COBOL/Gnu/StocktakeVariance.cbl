*> master the count could not find, items found on the shelf but not
*> on the master, and condition grades that disagree with the
*> recorded quality - and writes one machine-readable proposal per
*> discrepancy to gr-adjustments-proposed. Finance submits the file
*> to the dual-control queue (FeedSubmit), the approval run releases
*> the corrections into gr-adjustments, and StocktakeApply puts them
*> on the master with full audit cover. Nothing here touches the
*> master; the variance pass is read-only. A count line may carry a
*> SKU or barcode in place of the name; it is resolved to the
*> canonical name through gr-item-codes first, and a code that
*> cannot be resolved goes to gr-unresolved-codes rather than being
*> proposed as an item found that the master does not carry.

environment division.

    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select item-code-file assign 'gr-item-codes'
        file status is item-code-status.
    select optional unresolved-file assign 'gr-unresolved-codes'.

data division.
file section.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd item-code-file.
   copy "gritemcd.cpy".
   fd unresolved-file.
   copy "grunres.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
      02 rs-condition pic zz9999.
      02 filler pic x(9) value " ERRORS: ".
      02 rs-errors pic zz9999.
*> Item codes: gr-item-codes held in store, barcode rows carrying
*> the name off their SKU row, and the name field under test.
   01 item-code-table.
      02 item-code-entry occurs 2000 times.
         03 tbl-icd-code pic x(20).
         03 tbl-icd-type pic x.
         03 tbl-icd-sku pic x(20).
         03 tbl-icd-name pic x(50).
   01 item-code-count pic 9(4) value 0 comp.
   01 item-code-sub pic 9(4) comp.
   01 item-code-match-sub pic 9(4) comp.
   01 item-code-sku-sub pic 9(4) comp.
   01 item-code-status pic x(2).
   01 code-field-ws pic x(50).
   01 code-store-ws pic x(4).
   01 code-reason-ws pic x(20).
   01 code-length pic 9(4) comp.
   01 code-digit-count pic 9(4) comp.
   01 code-result-flag pic x value 'N'.
      88 code-is-name value 'N'.
      88 code-resolved value 'R'.
      88 code-unresolved value 'U'.
   01 unresolved-count pic 9(6) value 0.
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
    perform load-item-code-table.
    open input stocktake-file.
    open input items.
    if items-status not = '00'
count-start-lable.
    read stocktake-file end go to count-end-lable.
        add 1 to counted-records
        perform resolve-feed-item
        if code-unresolved
            go to count-start-lable
        end-if
        if stk-name = spaces
            move "BLANK NAME" to rd-reason
            perform write-error-line
    move run-rc to return-code.
    goback.

*> A code in place of the name is resolved before the count is
*> matched; one that cannot be is listed and the line left alone.
resolve-feed-item.
    move stk-store-id to code-store-ws.
    move stk-name to code-field-ws.
    perform resolve-item-code.
    if code-resolved
        move code-field-ws to stk-name
    end-if.
    if code-unresolved
        move "UNRESOLVED CODE" to rd-reason
        perform write-error-line
        perform write-unresolved-code
    end-if.

*> The feed's name field carries an item code instead of a name when
*> it is a single word of up to 20 characters with a digit in it - a
*> barcode or an internal SKU. A code on gr-item-codes is replaced by
*> the canonical name; one that is not is left in code-field-ws as
*> sent and flagged unresolved. Anything else is taken as the name.
resolve-item-code.
    move 'N' to code-result-flag.
    move 0 to code-length.
    move 0 to code-digit-count.
    inspect code-field-ws tallying code-length
        for characters before initial space.
    if code-length > 0 and code-length not > 20
        if code-field-ws (code-length + 1:) = spaces
            inspect code-field-ws (1:code-length)
                tallying code-digit-count for all "0" "1" "2" "3" "4"
                    "5" "6" "7" "8" "9"
        end-if
    end-if.
    if code-digit-count > 0
        move 0 to item-code-match-sub
        perform find-item-code
            varying item-code-sub from 1 by 1
            until item-code-sub > item-code-count
            or item-code-match-sub > 0
        if item-code-match-sub = 0
            move 'U' to code-result-flag
            move "UNKNOWN CODE" to code-reason-ws
        else
            if tbl-icd-name (item-code-match-sub) = spaces
                move 'U' to code-result-flag
                move "BARCODE WITHOUT SKU" to code-reason-ws
            else
                move 'R' to code-result-flag
                move tbl-icd-name (item-code-match-sub) to code-field-ws
            end-if
        end-if
    end-if.

find-item-code.
    if tbl-icd-code (item-code-sub) = code-field-ws (1:20)
        move item-code-sub to item-code-match-sub
    end-if.

*> Every code the feed could not resolve goes on the one shared list
*> for the code master's owners.
write-unresolved-code.
    add 1 to unresolved-count.
    move spaces to unresolved-record.
    move run-date-ws to unr-run-date.
    move "gr-stocktake" to unr-feed.
    move "STOCKTAKE" to unr-program.
    move code-store-ws to unr-store-id.
    move code-field-ws to unr-code.
    move code-reason-ws to unr-reason.
    open extend unresolved-file.
    write unresolved-record.
    close unresolved-file.

match-one-count.
    move stk-store-id to store-id.
    move stk-name to name.
    move report-heading to report-line.
    write report-line.

load-item-code-table.
    move 0 to item-code-count.
    open input item-code-file.
    if item-code-status = '00'
        perform load-item-code-record until item-code-status not = '00'
            or item-code-count >= 2000
        if item-code-status = '00'
            display "GR-ITEM-CODES HAS MORE THAN 2000 ENTRIES - EXTRA "
                "ROWS IGNORED"
            move 4 to run-rc
            move "WARNINGS" to condition-ws
        end-if
    end-if
    close item-code-file.
    perform name-barcode-entry
        varying item-code-sub from 1 by 1
        until item-code-sub > item-code-count.

load-item-code-record.
    read item-code-file
        at end
            continue
        not at end
            if icd-code not = spaces
               and (icd-is-sku or icd-is-barcode)
                add 1 to item-code-count
                move icd-code to tbl-icd-code (item-code-count)
                move icd-type to tbl-icd-type (item-code-count)
                if icd-is-sku
                    move icd-code to tbl-icd-sku (item-code-count)
                    move icd-name to tbl-icd-name (item-code-count)
                else
                    move icd-sku to tbl-icd-sku (item-code-count)
                    move spaces to tbl-icd-name (item-code-count)
                end-if
            end-if
    end-read.

*> A barcode takes its name off its SKU row; with no SKU row it keeps
*> a blank name and resolves to nothing.
name-barcode-entry.
    if tbl-icd-type (item-code-sub) = 'B'
        move 0 to item-code-match-sub
        perform find-sku-entry
            varying item-code-sku-sub from 1 by 1
            until item-code-sku-sub > item-code-count
            or item-code-match-sub > 0
        if item-code-match-sub > 0
            move tbl-icd-name (item-code-match-sub)
                to tbl-icd-name (item-code-sub)
        end-if
    end-if.

find-sku-entry.
    if tbl-icd-type (item-code-sku-sub) = 'S'
       and tbl-icd-code (item-code-sku-sub) =
           tbl-icd-sku (item-code-sub)
        move item-code-sku-sub to item-code-match-sub
    end-if.

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
    move counted-records to rl-in-count.
    move error-count to rl-reject-count.
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

end program StocktakeVariance.

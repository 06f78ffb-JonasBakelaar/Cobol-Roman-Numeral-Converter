*>                a closing batch page matching the "B" record. Hands
*>                the morning shift one report instead of a folder of
*>                datasets and scrolled-away console displays.
*>   2026-10-14 - Rows reversed (the run-status field the converter
*>                now carries for reversal and correction rows) shown
*>                on each file line and on the batch page.

identification division.
program-id. endOfDayReport.
    02 stsCompletionCode pic 9(2).
    02 stsAbortFlag pic x.
    02 stsBalanceFlag pic x.
    02 stsRowsReversed pic 9(6).

*>---Pagination working storage---
77 detailsPerPage pic 9(2) value 50.
    05 filler pic x(8) value " flags: ".
    05 fdlAbortFlag pic x.
    05 fdlBalanceFlag pic x.
    05 filler pic x(11) value " reversed: ".
    05 fdlRowsReversed pic Z(5)9.
01 file-total-line.
    05 filler pic x(20) value "  file grand total: ".
    05 ftlGrandTotal pic -(11)9.
    05 filler pic x(8) value " flags: ".
    05 bdlAbortFlag pic x.
    05 bdlBalanceFlag pic x.
    05 filler pic x(11) value " reversed: ".
    05 bdlRowsReversed pic Z(5)9.
01 batch-total-line.
    05 filler pic x(19) value "batch grand total: ".
    05 btlGrandTotal pic -(11)9.
    move stsCompletionCode to fdlCompletionCode.
    move stsAbortFlag to fdlAbortFlag.
    move stsBalanceFlag to fdlBalanceFlag.
    if stsRowsReversed is numeric
        move stsRowsReversed to fdlRowsReversed
    else
        move 0 to fdlRowsReversed
    end-if.
    move file-detail-line to report-work-line.
    perform writeReportLine.
    move stsGrandTotal to ftlGrandTotal.
    move stsCompletionCode to bdlCompletionCode.
    move stsAbortFlag to bdlAbortFlag.
    move stsBalanceFlag to bdlBalanceFlag.
    if stsRowsReversed is numeric
        move stsRowsReversed to bdlRowsReversed
    else
        move 0 to bdlRowsReversed
    end-if.
    move batch-detail-line to report-work-line.
    perform writeReportLine.
    move stsGrandTotal to btlGrandTotal.

*> Author: Jonas Bakelaar (0964977)
*> Date: October 14, 2026
*> Modification history:
*>   2026-10-14 - New program: period-end close of the document master.
*>                For the period named on the command line (YYYYMM)
*>                every docmaster.dat record is snapshotted into the
*>                period-history master (periodhist.dat, indexed by
*>                period and document id): opening balance, postings,
*>                rows and reconciliation mismatches this period, and
*>                the closing balance, rows and mismatches. A per-
*>                document statement is printed to statement.prt and
*>                the document's period-to-date counters are rolled
*>                forward (zeroed, with the period recorded as its last
*>                closed period). A period-totals control record closes
*>                the period; a period that already has one, or that
*>                lies before a period already closed, is refused. A
*>                close interrupted part way is rerun safely: documents
*>                already rolled into the period are not rolled again.
*>                Run it outside the converter's batch window.
*>   2026-10-14 - Document-master record carries the earliest and latest
*>                date posted to the document; a close leaves them as
*>                they are.
*>   2026-10-15 - No document is rolled when statement.prt cannot be
*>                opened; the close ends with return code 12 so it can
*>                be rerun once the statement file is available.

identification division.
program-id. periodClose.

environment division.
input-output section.
file-control.
select docFile assign to "docmaster.dat"
    organization is indexed
    access is dynamic
    record key is docKey
    file status is docMasterFileStatus.
select periodFile assign to "periodhist.dat"
    organization is indexed
    access is dynamic
    record key is periodKey
    file status is periodFileStatus.
select reportFile assign to "statement.prt"
    organization is line sequential
    file status is reportFileStatus.

data division.
file section.
fd docFile.
01 document-record.
    02 docKey.
        03 docDocumentId pic x(10).
    02 docAccumulatedTotal pic S9(12) sign is leading separate.
    02 docFractionTwelfths pic 9(2).
    02 docRowCount pic 9(6).
    02 docMismatchCount pic 9(6).
    02 docFirstRun pic x(21).
    02 docLastRun pic x(21).
    02 docPeriodTotal pic S9(12) sign is leading separate.
    02 docPeriodFraction pic 9(2).
    02 docPeriodRows pic S9(6) sign is leading separate.
    02 docPeriodMismatch pic S9(6) sign is leading separate.
    02 docLastClosedPeriod pic x(6).
    02 docEarliestDate pic 9(8).
    02 docLatestDate pic 9(8).

fd periodFile.
01 period-record.
    02 periodKey.
        03 periodId pic x(6).
        03 periodDocumentId pic x(10).
    02 periodRecordType pic x.
    02 periodOpeningTotal pic S9(12) sign is leading separate.
    02 periodOpeningFraction pic 9(2).
    02 periodPostedTotal pic S9(12) sign is leading separate.
    02 periodPostedFraction pic 9(2).
    02 periodPostedRows pic S9(6) sign is leading separate.
    02 periodPostedMismatch pic S9(6) sign is leading separate.
    02 periodClosingTotal pic S9(12) sign is leading separate.
    02 periodClosingFraction pic 9(2).
    02 periodClosingRows pic 9(6).
    02 periodClosingMismatch pic 9(6).
    02 periodClosedAt pic x(21).

fd reportFile.
01 report-record pic x(132).

working-storage section.
77 docMasterFileStatus pic xx.
77 docEofSwitch pic 9.
77 periodFileStatus pic xx.
77 periodEofSwitch pic 9.
77 reportFileStatus pic xx.
77 startupParameter pic x(30).
77 closeTimestamp pic x(21).

*>---Period being closed---
01 close-period-work.
    02 closePeriodYear pic 9(4).
    02 closePeriodMonth pic 9(2).
01 close-period-text redefines close-period-work.
    02 closePeriod pic x(6).
77 closePeriodValid pic 9.
77 closeRefused pic 9.
77 closeFailed pic 9.
77 periodCloseMarker pic x(10) value "**********".

*>---Balance working storage (whole values plus twelfths)---
77 openingTotal pic S9(12) usage is computational.
77 openingFraction pic 9(2).
77 closeTotalDocuments pic 9(6) usage is computational.
77 closeSkippedDocuments pic 9(6) usage is computational.
77 closeOpeningTotal pic S9(12) usage is computational.
77 closeOpeningFraction pic 9(4) usage is computational.
77 closePostedTotal pic S9(12) usage is computational.
77 closePostedFraction pic 9(4) usage is computational.
77 closePostedRows pic S9(8) usage is computational.
77 closePostedMismatch pic S9(8) usage is computational.
77 closeClosingTotal pic S9(12) usage is computational.
77 closeClosingFraction pic 9(4) usage is computational.
77 closeClosingRows pic 9(8) usage is computational.
77 closeClosingMismatch pic 9(8) usage is computational.
77 documentsOutput pic Z(5)9.
77 skippedOutput pic Z(5)9.

*>---Pagination working storage---
77 detailsPerPage pic 9(2) value 50.
77 statementLines pic 9(2) value 6.
77 pageNumber pic 9(4) usage is computational.
77 lineOnPage pic 9(2) usage is computational.
01 report-work-line pic x(132).
77 fractionTail pic x(6).
01 fraction-tail-work.
    05 filler pic x value space.
    05 ftTwelfths pic 9(2).
    05 filler pic x(3) value "/12".
01 page-heading-1.
    05 filler pic x(30) value "PERIOD-END DOCUMENT STATEMENTS".
    05 filler pic x(40) value spaces.
    05 filler pic x(6) value "page: ".
    05 phPageNumber pic ZZZ9.
01 page-heading-2.
    05 filler pic x(8) value "period: ".
    05 phPeriod pic x(6).
    05 filler pic x(13) value "  closed at: ".
    05 phTimestamp pic x(21).

*>---Statement layouts---
01 statement-heading-line.
    05 filler pic x(20) value "===== STATEMENT FOR ".
    05 filler pic x(10) value "document: ".
    05 shlDocumentId pic x(10).
    05 filler pic x(10) value " period: ".
    05 shlPeriod pic x(6).
    05 filler pic x(6) value " =====".
01 statement-opening-line.
    05 filler pic x(26) value "  opening balance:        ".
    05 solTotal pic -(11)9.
    05 solFraction pic x(6).
01 statement-posted-line.
    05 filler pic x(26) value "  postings this period:   ".
    05 splTotal pic -(11)9.
    05 splFraction pic x(6).
    05 filler pic x(8) value "  rows: ".
    05 splRows pic -(5)9.
01 statement-mismatch-line.
    05 filler pic x(26) value "  mismatches this period: ".
    05 smlMismatch pic -(11)9.
01 statement-closing-line.
    05 filler pic x(26) value "  closing balance:        ".
    05 sclTotal pic -(11)9.
    05 sclFraction pic x(6).
    05 filler pic x(8) value "  rows: ".
    05 sclRows pic Z(5)9.
    05 filler pic x(14) value "  mismatches: ".
    05 sclMismatch pic Z(5)9.
01 period-totals-line.
    05 filler pic x(26) value "===== PERIOD TOTALS =====".
    05 filler pic x(12) value "documents: ".
    05 ptlDocuments pic Z(5)9.
01 skipped-line.
    05 filler pic x(44)
        value "documents already rolled into this period:  ".
    05 sklSkipped pic Z(5)9.

procedure division.
    accept startupParameter from command-line.
    if startupParameter is equal to spaces
        display "enter the period to close (YYYYMM)!"
        accept startupParameter
    end-if.
    move startupParameter to closePeriod.
    perform validateClosePeriod.
    if closePeriodValid is equal to zero
        display "invalid period (YYYYMM, month 01-12): "
            function trim(startupParameter)
        move 12 to return-code
    else
        perform closeDocumentPeriod
    end-if.
    stop run.

*>A period is six digits, a four-digit year and a month 01-12
validateClosePeriod.
    move 0 to closePeriodValid.
    if startupParameter(7:24) is equal to spaces
        and closePeriod is numeric
        if closePeriodMonth is greater than or equal to 1
            and closePeriodMonth is less than or equal to 12
            move 1 to closePeriodValid
        end-if
    end-if.

*>---The close---

*>Opens the period-history master, refuses a period already closed or
*>one earlier than a closed period, then rolls every document
closeDocumentPeriod.
    move function current-date to closeTimestamp.
    open i-o periodFile.
    if periodFileStatus is equal to "35"
        open output periodFile
        close periodFile
        open i-o periodFile
    end-if.
    if periodFileStatus is not equal to "00"
        display "unable to open period-history master (status "
            periodFileStatus ")"
        move 12 to return-code
    else
        perform checkPeriodNotClosed
        if closeRefused is equal to 1
            move 8 to return-code
            close periodFile
        else
            open i-o docFile
            if docMasterFileStatus is not equal to "00"
                display "unable to open document master (status "
                    docMasterFileStatus "), period not closed"
                move 12 to return-code
                close periodFile
            else
                perform runPeriodClose
                close docFile
                close periodFile
                if closeFailed is equal to zero
                    move 0 to return-code
                end-if
            end-if
        end-if
    end-if.

*>Refuses the close when the period's totals record is already on the
*>master, or when any later period has been closed since the
*>period-to-date counters no longer hold this period's postings
checkPeriodNotClosed.
    move 0 to closeRefused.
    move closePeriod to periodId.
    move periodCloseMarker to periodDocumentId.
    read periodFile
        invalid key move 0 to closeRefused
        not invalid key
            move 1 to closeRefused
            display "period " closePeriod " already closed at "
                periodClosedAt ", not closed again"
    end-read.
    if closeRefused is equal to zero
        move closePeriod to periodId
        move high-values to periodDocumentId
        move 1 to periodEofSwitch
        start periodFile key is greater than periodKey
            invalid key move 0 to periodEofSwitch
        end-start
        if periodEofSwitch is equal to 1
            read periodFile next
                at end move 0 to periodEofSwitch
            end-read
            if periodEofSwitch is equal to 1
                move 1 to closeRefused
                display "period " periodId " is already closed, "
                    "period " closePeriod " can no longer be closed"
            end-if
        end-if
    end-if.

*>Walks the document master in key order, snapshotting and rolling
*>each document, then writes the period totals record
runPeriodClose.
    move 0 to closeTotalDocuments.
    move 0 to closeSkippedDocuments.
    move 0 to closeOpeningTotal.
    move 0 to closeOpeningFraction.
    move 0 to closePostedTotal.
    move 0 to closePostedFraction.
    move 0 to closePostedRows.
    move 0 to closePostedMismatch.
    move 0 to closeClosingTotal.
    move 0 to closeClosingFraction.
    move 0 to closeClosingRows.
    move 0 to closeClosingMismatch.
    move 0 to closeFailed.
    open output reportFile.
    if reportFileStatus is not equal to "00"
        display "unable to open statement file (status "
            reportFileStatus "), period not closed"
        move 1 to closeFailed
        move 12 to return-code
    else
        perform closeAllDocuments
    end-if.

*>Prints the statements and rolls every document, then the totals
closeAllDocuments.
    move 0 to pageNumber.
    perform startNewPage.
    move low-values to docKey.
    move 1 to docEofSwitch.
    start docFile key is greater than or equal to docKey
        invalid key move 0 to docEofSwitch
    end-start.
    perform closeDocumentRecord
        until docEofSwitch is equal to zero.
    perform writePeriodTotals.
    close reportFile.
    move closeTotalDocuments to documentsOutput.
    move closeSkippedDocuments to skippedOutput.
    display "===== PERIOD CLOSE: " closePeriod " =====".
    display "Documents closed: " documentsOutput.
    display "Documents already rolled into this period: " skippedOutput.
    display "statements written: statement.prt".

*>Reads one document and closes it into the period; a document an
*>interrupted close already rolled into this period is not rolled
*>again, its snapshot is read back for the statement and the totals
closeDocumentRecord.
    read docFile next
        at end move zero to docEofSwitch
    end-read.
    if docEofSwitch is not equal to zero
        if docLastClosedPeriod is equal to closePeriod
            perform rereadSnapshot
        else
            perform snapshotDocument
            move docDocumentId to shlDocumentId
            perform writeStatement
            perform rollDocumentForward
            add 1 to closeTotalDocuments
        end-if
    end-if.

*>Reads back the snapshot an interrupted close already wrote for the
*>document and reprints its statement
rereadSnapshot.
    add 1 to closeSkippedDocuments.
    move closePeriod to periodId.
    move docDocumentId to periodDocumentId.
    read periodFile
        invalid key
            display "document " docDocumentId " shows period "
                closePeriod " closed but has no snapshot"
        not invalid key
            perform accumulateCloseTotals
            move docDocumentId to shlDocumentId
            perform writeStatement
            add 1 to closeTotalDocuments
    end-read.

*>Builds and writes the document's period-history record: the opening
*>balance is the accumulated total less this period's postings,
*>borrowing a whole unit when the period's twelfths exceed the total's
snapshotDocument.
    move docAccumulatedTotal to openingTotal.
    subtract docPeriodTotal from openingTotal.
    move docFractionTwelfths to openingFraction.
    if docPeriodFraction is greater than openingFraction
        add 12 to openingFraction
        subtract 1 from openingTotal
    end-if.
    subtract docPeriodFraction from openingFraction.
    move closePeriod to periodId.
    move docDocumentId to periodDocumentId.
    move "D" to periodRecordType.
    move openingTotal to periodOpeningTotal.
    move openingFraction to periodOpeningFraction.
    move docPeriodTotal to periodPostedTotal.
    move docPeriodFraction to periodPostedFraction.
    move docPeriodRows to periodPostedRows.
    move docPeriodMismatch to periodPostedMismatch.
    move docAccumulatedTotal to periodClosingTotal.
    move docFractionTwelfths to periodClosingFraction.
    move docRowCount to periodClosingRows.
    move docMismatchCount to periodClosingMismatch.
    move closeTimestamp to periodClosedAt.
    write period-record
        invalid key rewrite period-record
    end-write.
    perform accumulateCloseTotals.

*>Rolls one document's period-history record into the period totals
accumulateCloseTotals.
    add periodOpeningTotal to closeOpeningTotal.
    add periodOpeningFraction to closeOpeningFraction.
    add periodPostedTotal to closePostedTotal.
    add periodPostedFraction to closePostedFraction.
    add periodPostedRows to closePostedRows.
    add periodPostedMismatch to closePostedMismatch.
    add periodClosingTotal to closeClosingTotal.
    add periodClosingFraction to closeClosingFraction.
    add periodClosingRows to closeClosingRows.
    add periodClosingMismatch to closeClosingMismatch.

*>Zeroes the document's period-to-date counters and records the
*>period as its last closed one
rollDocumentForward.
    move 0 to docPeriodTotal.
    move 0 to docPeriodFraction.
    move 0 to docPeriodRows.
    move 0 to docPeriodMismatch.
    move closePeriod to docLastClosedPeriod.
    rewrite document-record.

*>Prints one statement from the period-history record just built,
*>kept together on one page; the caller sets the heading's document
writeStatement.
    if lineOnPage + statementLines is greater than detailsPerPage
        perform startNewPage
    end-if.
    move closePeriod to shlPeriod.
    move statement-heading-line to report-work-line.
    perform writeReportLine.
    move periodOpeningTotal to solTotal.
    move periodOpeningFraction to ftTwelfths.
    perform buildFractionTail.
    move fractionTail to solFraction.
    move statement-opening-line to report-work-line.
    perform writeReportLine.
    move periodPostedTotal to splTotal.
    move periodPostedFraction to ftTwelfths.
    perform buildFractionTail.
    move fractionTail to splFraction.
    move periodPostedRows to splRows.
    move statement-posted-line to report-work-line.
    perform writeReportLine.
    move periodPostedMismatch to smlMismatch.
    move statement-mismatch-line to report-work-line.
    perform writeReportLine.
    move periodClosingTotal to sclTotal.
    move periodClosingFraction to ftTwelfths.
    perform buildFractionTail.
    move fractionTail to sclFraction.
    move periodClosingRows to sclRows.
    move periodClosingMismatch to sclMismatch.
    move statement-closing-line to report-work-line.
    perform writeReportLine.
    move spaces to report-work-line.
    perform writeReportLine.

*>Builds the " nn/12" tail for the twelfths in ftTwelfths, or blanks
*>when there are none
buildFractionTail.
    move spaces to fractionTail.
    if ftTwelfths is greater than zero
        move fraction-tail-work to fractionTail
    end-if.

*>Writes the period totals control record that marks the period
*>closed, and its line on the statement file
writePeriodTotals.
    perform normalizeCloseFractions.
    move closePeriod to periodId.
    move periodCloseMarker to periodDocumentId.
    move "C" to periodRecordType.
    move closeOpeningTotal to periodOpeningTotal.
    move closeOpeningFraction to periodOpeningFraction.
    move closePostedTotal to periodPostedTotal.
    move closePostedFraction to periodPostedFraction.
    move closePostedRows to periodPostedRows.
    move closePostedMismatch to periodPostedMismatch.
    move closeClosingTotal to periodClosingTotal.
    move closeClosingFraction to periodClosingFraction.
    move closeClosingRows to periodClosingRows.
    move closeClosingMismatch to periodClosingMismatch.
    move closeTimestamp to periodClosedAt.
    write period-record
        invalid key rewrite period-record
    end-write.
    move closeTotalDocuments to ptlDocuments.
    move period-totals-line to report-work-line.
    perform writeReportLine.
    if closeSkippedDocuments is greater than zero
        move closeSkippedDocuments to sklSkipped
        move skipped-line to report-work-line
        perform writeReportLine
    end-if.
    move "ALL" to shlDocumentId.
    perform writeStatement.

*>Carries whole twelve-twelfths out of each totals fraction
normalizeCloseFractions.
    perform carryOpeningFraction
        until closeOpeningFraction is less than 12.
    perform carryPostedFraction
        until closePostedFraction is less than 12.
    perform carryClosingFraction
        until closeClosingFraction is less than 12.

*>Carries twelve twelfths of the opening totals fraction
carryOpeningFraction.
    subtract 12 from closeOpeningFraction.
    add 1 to closeOpeningTotal.

*>Carries twelve twelfths of the posted totals fraction
carryPostedFraction.
    subtract 12 from closePostedFraction.
    add 1 to closePostedTotal.

*>Carries twelve twelfths of the closing totals fraction
carryClosingFraction.
    subtract 12 from closeClosingFraction.
    add 1 to closeClosingTotal.

*>---Pagination---

*>Writes one report line, breaking to a fresh page when full
writeReportLine.
    if lineOnPage is greater than or equal to detailsPerPage
        perform startNewPage
    end-if.
    write report-record from report-work-line.
    add 1 to lineOnPage.

*>Starts a new page: page headings and page number
startNewPage.
    add 1 to pageNumber.
    move pageNumber to phPageNumber.
    write report-record from page-heading-1.
    move closePeriod to phPeriod.
    move closeTimestamp to phTimestamp.
    write report-record from page-heading-2.
    move 0 to lineOnPage.

*> Author: Jonas Bakelaar (0964977)
*> Date: October 14, 2026
*> Modification history:
*>   2026-10-14 - New program: reconciles the document master
*>                (docmaster.dat) against a publisher's document
*>                control ledger (command-line name, default
*>                docledger.dat). The ledger's header gives the
*>                publisher and the document-id range it covers, each
*>                line a document with its expected line count and
*>                expected total (with twelfths), and its trailer the
*>                line count and hash of the expected totals. The
*>                ledger is loaded into a work master (ledger.wrk) and
*>                match-merged with the document master over the
*>                ledger's range: documents listed but never posted,
*>                documents posted but not listed, and row count or
*>                total differences are printed with both figures to
*>                reconcileledger.prt and written to a discrepancy
*>                file for the publisher (the ledger name plus .dif).
*>                Return code 4 for discrepancies, 8 when the ledger
*>                itself is in error or out of balance with its
*>                trailer.
*>   2026-10-15 - The document master is opened before the discrepancy
*>                file is created; when it cannot be opened nothing is
*>                reconciled, no discrepancy file is written and the
*>                run ends with return code 12.

identification division.
program-id. reconcileLedger.

environment division.
input-output section.
file-control.
select ledgerFile assign to dynamic ledgerInputName
    organization is line sequential
    file status is ledgerInputStatus.
select workLedgerFile assign to "ledger.wrk"
    organization is indexed
    access is dynamic
    record key is workLedgerKey
    file status is workLedgerFileStatus.
select docFile assign to "docmaster.dat"
    organization is indexed
    access is dynamic
    record key is docKey
    file status is docMasterFileStatus.
select discrepancyFile assign to dynamic discrepancyName
    organization is line sequential
    file status is discrepancyFileStatus.
select reportFile assign to "reconcileledger.prt"
    organization is line sequential
    file status is reportFileStatus.

data division.
file section.
fd ledgerFile.
01 ledger-record pic x(80).

fd workLedgerFile.
01 work-ledger-record.
    02 workLedgerKey.
        03 workLedgerDocumentId pic x(10).
    02 workLedgerRows pic 9(6).
    02 workLedgerTotal pic S9(12) sign is leading separate.
    02 workLedgerFraction pic 9(2).
    02 workLedgerLine pic 9(6).

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

fd discrepancyFile.
01 discrepancy-record pic x(110).

fd reportFile.
01 report-record pic x(132).

working-storage section.
77 ledgerInputName pic x(40) value "docledger.dat".
77 ledgerInputStatus pic xx.
77 ledgerEofSwitch pic 9.
77 workLedgerFileStatus pic xx.
77 workLedgerEofSwitch pic 9.
77 docMasterFileStatus pic xx.
77 docEofSwitch pic 9.
77 docMasterOpen pic 9.
77 discrepancyName pic x(45).
77 discrepancyFileStatus pic xx.
77 reportFileStatus pic xx.
77 startupParameter pic x(40).
77 runTimestamp pic x(21).
77 ledgerUsable pic 9.
77 runFailed pic 9.

*>---Ledger record layouts---
01 ledger-work-record.
    05 ledgerRecordType pic x.
    05 filler pic x(79).
01 ledger-header redefines ledger-work-record.
    05 filler pic x.
    05 lhPublisher pic x(10).
    05 lhLedgerDate pic x(8).
    05 lhFirstDocument pic x(10).
    05 lhLastDocument pic x(10).
01 ledger-line redefines ledger-work-record.
    05 filler pic x.
    05 llDocumentId pic x(10).
    05 llExpectedRows pic 9(6).
    05 llExpectedTotal pic S9(12) sign is leading separate.
    05 llExpectedFraction pic 9(2).
01 ledger-trailer redefines ledger-work-record.
    05 filler pic x.
    05 ltLineCount pic 9(6).
    05 ltHashTotal pic S9(12) sign is leading separate.

*>---Ledger control working storage---
77 ledgerPublisher pic x(10).
77 ledgerDate pic x(8).
77 rangeFirstDocument pic x(10).
77 rangeLastDocument pic x(10).
77 ledgerRecordsRead pic 9(6) usage is computational.
77 ledgerLinesRead pic 9(6) usage is computational.
77 ledgerHashTotal pic S9(14) usage is computational.
77 ledgerDocuments pic 9(6) usage is computational.
77 ledgerErrors pic 9(6) usage is computational.
77 trailerFound pic 9.
77 trailerLineCount pic 9(6) usage is computational.
77 trailerHashTotal pic S9(14) usage is computational.
77 ledgerErrorCode pic x(4).
77 ledgerErrorText pic x(40).

*>---Match-merge working storage---
77 ledgerKeyHold pic x(10).
77 postedKeyHold pic x(10).
77 documentsAgreed pic 9(6) usage is computational.
77 documentsPosted pic 9(6) usage is computational.
77 documentsNotPosted pic 9(6) usage is computational.
77 documentsNotListed pic 9(6) usage is computational.
77 rowDifferences pic 9(6) usage is computational.
77 totalDifferences pic 9(6) usage is computational.
77 discrepancyCount pic 9(6) usage is computational.

*>---Discrepancy file layouts---
01 discrepancy-header.
    05 filler pic x value "H".
    05 dhPublisher pic x(10).
    05 dhLedgerDate pic x(8).
    05 dhFirstDocument pic x(10).
    05 dhLastDocument pic x(10).
    05 dhReconciled pic x(21).
    05 dhLedgerName pic x(40).
01 discrepancy-detail.
    05 filler pic x value "D".
    05 ddDocumentId pic x(10).
    05 ddReasonCode pic x(4).
    05 ddLedgerRows pic 9(6).
    05 ddLedgerTotal pic S9(12) sign is leading separate.
    05 ddLedgerFraction pic 9(2).
    05 ddPostedRows pic 9(6).
    05 ddPostedTotal pic S9(12) sign is leading separate.
    05 ddPostedFraction pic 9(2).
    05 ddLedgerLine pic 9(6).
    05 ddReasonText pic x(40).
01 discrepancy-trailer.
    05 filler pic x value "T".
    05 dtDiscrepancies pic 9(6).
    05 dtLedgerDocuments pic 9(6).
    05 dtPostedDocuments pic 9(6).
    05 dtAgreed pic 9(6).

*>---Report layouts---
77 figureOutput pic -(11)9.
77 fractionTail pic x(6).
01 fraction-tail-work.
    05 filler pic x value space.
    05 ftTwelfths pic 9(2).
    05 filler pic x(3) value "/12".
01 report-heading-1.
    05 filler pic x(34) value "DOCUMENT CONTROL LEDGER RECONCILE ".
    05 filler pic x(6) value spaces.
    05 filler pic x(5) value "run: ".
    05 rhTimestamp pic x(21).
01 report-heading-2.
    05 filler pic x(8) value "ledger: ".
    05 rhLedgerName pic x(40).
01 ledger-heading-line.
    05 filler pic x(11) value "publisher: ".
    05 lhlPublisher pic x(10).
    05 filler pic x(15) value "  ledger date: ".
    05 lhlLedgerDate pic x(8).
    05 filler pic x(18) value "  documents from: ".
    05 lhlFirstDocument pic x(10).
    05 filler pic x(5) value " to: ".
    05 lhlLastDocument pic x(10).
01 section-line.
    05 filler pic x(3) value "-- ".
    05 slText pic x(70).
01 ledger-error-line.
    05 filler pic x(12) value "ledger line ".
    05 lelLine pic Z(5)9.
    05 filler pic x(2) value ": ".
    05 lelDocumentId pic x(10).
    05 filler pic x(2) value spaces.
    05 lelText pic x(60).
01 difference-line.
    05 dlDocumentId pic x(10).
    05 filler pic x(2) value spaces.
    05 dlDescription pic x(34).
    05 filler pic x(9) value " ledger: ".
    05 dlLedgerValue pic x(12).
    05 dlLedgerFraction pic x(6).
    05 filler pic x(9) value " posted: ".
    05 dlPostedValue pic x(12).
    05 dlPostedFraction pic x(6).
01 balance-line.
    05 filler pic x(2) value spaces.
    05 blLabel pic x(20).
    05 filler pic x(9) value " ledger: ".
    05 blLedgerValue pic -(13)9.
    05 filler pic x(10) value " trailer: ".
    05 blTrailerValue pic -(13)9.
01 count-line.
    05 clLabel pic x(40).
    05 clCount pic Z(5)9.

procedure division.
    accept startupParameter from command-line.
    if startupParameter is not equal to spaces
        move startupParameter to ledgerInputName
    end-if.
    perform reconcileLedger.
    stop run.

*>Loads the ledger, match-merges it with the document master and
*>prints the summary; the return code reflects the worst finding
reconcileLedger.
    move function current-date to runTimestamp.
    move 0 to runFailed.
    move 0 to ledgerUsable.
    open output reportFile.
    if reportFileStatus is not equal to "00"
        display "unable to open reconcileledger.prt (status "
            reportFileStatus ")"
        move 12 to return-code
    else
        perform writeReportHeadings
        perform openLedger
        if ledgerUsable is equal to 1
            perform loadLedger
            perform matchLedger
            perform writeDiscrepancyTrailer
        end-if
        perform writeSummary
        close reportFile
        perform setReturnCode
    end-if.

*>Writes the report headings
writeReportHeadings.
    move runTimestamp to rhTimestamp.
    write report-record from report-heading-1.
    move ledgerInputName to rhLedgerName.
    write report-record from report-heading-2.

*>Opens the ledger and takes up its header record; the ledger is only
*>reconciled when it starts with a usable header
openLedger.
    open input ledgerFile.
    if ledgerInputStatus is not equal to "00"
        display "unable to open ledger: "
            function trim(ledgerInputName)
            " (status " ledgerInputStatus ")"
        move "ledger could not be opened, nothing reconciled" to slText
        write report-record from section-line
        move 1 to runFailed
    else
        move spaces to ledger-work-record
        read ledgerFile into ledger-work-record
            at end move space to ledgerRecordType
        end-read
        perform checkLedgerHeader
        if ledgerUsable is equal to zero
            close ledgerFile
        end-if
    end-if.

*>Checks the ledger header: the record type and the document-id
*>range (a blank bound leaves that end of the range open)
checkLedgerHeader.
    move 1 to ledgerRecordsRead.
    move lhFirstDocument to rangeFirstDocument.
    move lhLastDocument to rangeLastDocument.
    if rangeFirstDocument is equal to spaces
        move low-values to rangeFirstDocument
    end-if.
    if rangeLastDocument is equal to spaces
        move high-values to rangeLastDocument
    end-if.
    if ledgerRecordType is not equal to "H"
        move "ledger has no header record, nothing reconciled"
            to slText
        write report-record from section-line
        add 1 to ledgerErrors
    else if rangeFirstDocument is greater than rangeLastDocument
        move "ledger header range runs backwards, nothing reconciled"
            to slText
        write report-record from section-line
        add 1 to ledgerErrors
    else
        move lhPublisher to ledgerPublisher
        move lhLedgerDate to ledgerDate
        move ledgerPublisher to lhlPublisher
        move ledgerDate to lhlLedgerDate
        move lhFirstDocument to lhlFirstDocument
        move lhLastDocument to lhlLastDocument
        write report-record from ledger-heading-line
        perform openDocumentMaster
        if docMasterOpen is equal to 1
            perform openLedgerOutputs
        end-if
    end-if.

*>Opens the document master the ledger is reconciled against; without
*>it every ledger document would read as never posted, so nothing is
*>reconciled and no discrepancy file is written
openDocumentMaster.
    move 0 to docMasterOpen.
    open input docFile.
    if docMasterFileStatus is equal to "00"
        move 1 to docMasterOpen
    else
        display "document master not available (status "
            docMasterFileStatus "), nothing reconciled"
        move "document master could not be opened, nothing reconciled"
            to slText
        write report-record from section-line
        move 1 to runFailed
    end-if.

*>Creates the discrepancy file and an empty ledger work master
openLedgerOutputs.
    move spaces to discrepancyName.
    string function trim(ledgerInputName) delimited by size
          ".dif" delimited by size
          into discrepancyName.
    open output discrepancyFile.
    if discrepancyFileStatus is not equal to "00"
        display "unable to open discrepancy file: "
            function trim(discrepancyName)
            " (status " discrepancyFileStatus ")"
        close docFile
        move 0 to docMasterOpen
        move 1 to runFailed
    else
        open output workLedgerFile
        close workLedgerFile
        open i-o workLedgerFile
        if workLedgerFileStatus is not equal to "00"
            display "unable to create ledger work master (status "
                workLedgerFileStatus ")"
            close discrepancyFile
            close docFile
            move 0 to docMasterOpen
            move 1 to runFailed
        else
            move 1 to ledgerUsable
            move ledgerPublisher to dhPublisher
            move ledgerDate to dhLedgerDate
            move lhFirstDocument to dhFirstDocument
            move lhLastDocument to dhLastDocument
            move runTimestamp to dhReconciled
            move ledgerInputName to dhLedgerName
            write discrepancy-record from discrepancy-header
        end-if
    end-if.

*>---Ledger load---

*>Reads the ledger's document lines into the work master and balances
*>them against the trailer
loadLedger.
    move spaces to report-record.
    write report-record.
    move "ledger lines" to slText.
    write report-record from section-line.
    move 0 to trailerFound.
    move 0 to ledgerLinesRead.
    move 0 to ledgerHashTotal.
    move 0 to ledgerDocuments.
    move 1 to ledgerEofSwitch.
    perform readLedgerLine
        until ledgerEofSwitch is equal to zero.
    close ledgerFile.
    perform balanceLedger.

*>Reads one ledger record
readLedgerLine.
    move spaces to ledger-work-record.
    read ledgerFile into ledger-work-record
        at end move zero to ledgerEofSwitch
    end-read.
    if ledgerEofSwitch is not equal to zero
        add 1 to ledgerRecordsRead
        perform classifyLedgerRecord
    end-if.

*>Files one ledger record by its type
classifyLedgerRecord.
    if trailerFound is equal to 1
        move "BADL" to ledgerErrorCode
        move "record after the ledger trailer" to ledgerErrorText
        move spaces to llDocumentId
        perform reportLedgerError
    else if ledgerRecordType is equal to "L"
        perform storeLedgerLine
    else if ledgerRecordType is equal to "T"
        move 1 to trailerFound
        if ltLineCount is numeric
            move ltLineCount to trailerLineCount
        else
            move 0 to trailerLineCount
        end-if
        if ltHashTotal is numeric
            move ltHashTotal to trailerHashTotal
        else
            move 0 to trailerHashTotal
        end-if
    else
        move "BADL" to ledgerErrorCode
        move "unknown ledger record type" to ledgerErrorText
        move spaces to llDocumentId
        perform reportLedgerError
    end-if.

*>Checks one document line and stores it in the work master; a line
*>that cannot be used is a ledger error
storeLedgerLine.
    add 1 to ledgerLinesRead.
    if llExpectedTotal is numeric
        add llExpectedTotal to ledgerHashTotal
    end-if.
    if llDocumentId is equal to spaces
        move "BADL" to ledgerErrorCode
        move "document id missing" to ledgerErrorText
        perform reportLedgerError
    else if llExpectedRows is not numeric
        or llExpectedTotal is not numeric
        or llExpectedFraction is not numeric
        move "BADL" to ledgerErrorCode
        move "expected figures not numeric" to ledgerErrorText
        perform reportLedgerError
    else if llExpectedFraction is greater than 11
        move "BADL" to ledgerErrorCode
        move "expected twelfths over 11" to ledgerErrorText
        perform reportLedgerError
    else if llDocumentId is less than rangeFirstDocument
        or llDocumentId is greater than rangeLastDocument
        move "RNGE" to ledgerErrorCode
        move "outside the ledger's document range" to ledgerErrorText
        perform reportLedgerError
    else
        move llDocumentId to workLedgerDocumentId
        move llExpectedRows to workLedgerRows
        move llExpectedTotal to workLedgerTotal
        move llExpectedFraction to workLedgerFraction
        move ledgerRecordsRead to workLedgerLine
        write work-ledger-record
            invalid key
                move "DUPL" to ledgerErrorCode
                move "document listed more than once"
                    to ledgerErrorText
                perform reportLedgerError
            not invalid key
                add 1 to ledgerDocuments
        end-write
    end-if.

*>Prints a ledger error and sends it back on the discrepancy file
reportLedgerError.
    add 1 to ledgerErrors.
    move ledgerRecordsRead to lelLine.
    move llDocumentId to lelDocumentId.
    move ledgerErrorText to lelText.
    write report-record from ledger-error-line.
    move llDocumentId to ddDocumentId.
    move ledgerErrorCode to ddReasonCode.
    move 0 to ddLedgerRows.
    move 0 to ddLedgerTotal.
    move 0 to ddLedgerFraction.
    if llExpectedRows is numeric
        move llExpectedRows to ddLedgerRows
    end-if.
    if llExpectedTotal is numeric
        move llExpectedTotal to ddLedgerTotal
    end-if.
    if llExpectedFraction is numeric
        move llExpectedFraction to ddLedgerFraction
    end-if.
    move 0 to ddPostedRows.
    move 0 to ddPostedTotal.
    move 0 to ddPostedFraction.
    move ledgerRecordsRead to ddLedgerLine.
    move ledgerErrorText to ddReasonText.
    perform writeDiscrepancy.

*>Balances the ledger's document lines against its trailer record
balanceLedger.
    if trailerFound is equal to zero
        move "ledger has no trailer record, it may be incomplete"
            to slText
        write report-record from section-line
        add 1 to ledgerErrors
    else if trailerLineCount is not equal to ledgerLinesRead
        or trailerHashTotal is not equal to ledgerHashTotal
        move "ledger out of balance with its trailer" to slText
        write report-record from section-line
        move "document lines:" to blLabel
        move ledgerLinesRead to blLedgerValue
        move trailerLineCount to blTrailerValue
        write report-record from balance-line
        move "expected total hash:" to blLabel
        move ledgerHashTotal to blLedgerValue
        move trailerHashTotal to blTrailerValue
        write report-record from balance-line
        add 1 to ledgerErrors
    end-if.

*>---Ledger against the document master---

*>Match-merges the ledger work master with the document master over
*>the ledger's document-id range
matchLedger.
    move spaces to report-record.
    write report-record.
    move "ledger against the document master" to slText.
    write report-record from section-line.
    move 0 to documentsAgreed.
    move 0 to documentsPosted.
    move high-values to postedKeyHold.
    move rangeFirstDocument to docKey.
    move 1 to docEofSwitch.
    start docFile key is not less than docKey
        invalid key move 0 to docEofSwitch
    end-start.
    perform readPostedDocument.
    move low-values to workLedgerKey.
    move 1 to workLedgerEofSwitch.
    start workLedgerFile key is not less than workLedgerKey
        invalid key move 0 to workLedgerEofSwitch
    end-start.
    perform readLedgerDocument.
    perform compareLedgerPair
        until ledgerKeyHold is equal to high-values
        and postedKeyHold is equal to high-values.
    close workLedgerFile.
    close docFile.

*>Reads the next document master record within the ledger's range,
*>or high values past it
readPostedDocument.
    move high-values to postedKeyHold.
    if docEofSwitch is not equal to zero
        read docFile next record
            at end move zero to docEofSwitch
        end-read
    end-if.
    if docEofSwitch is not equal to zero
        if docDocumentId is not greater than rangeLastDocument
            move docDocumentId to postedKeyHold
            add 1 to documentsPosted
        else
            move zero to docEofSwitch
        end-if
    end-if.

*>Reads the next ledger work record, or high values at the end
readLedgerDocument.
    move high-values to ledgerKeyHold.
    if workLedgerEofSwitch is not equal to zero
        read workLedgerFile next record
            at end move zero to workLedgerEofSwitch
        end-read
    end-if.
    if workLedgerEofSwitch is not equal to zero
        move workLedgerDocumentId to ledgerKeyHold
    end-if.

*>Compares the lower of the two current documents
compareLedgerPair.
    if ledgerKeyHold is less than postedKeyHold
        perform reportNotPosted
        perform readLedgerDocument
    else if ledgerKeyHold is greater than postedKeyHold
        perform reportNotListed
        perform readPostedDocument
    else
        perform compareLedgerFigures
        perform readLedgerDocument
        perform readPostedDocument
    end-if.

*>A document the publisher lists that was never posted
reportNotPosted.
    add 1 to documentsNotPosted.
    move ledgerKeyHold to dlDocumentId.
    move "listed, never posted" to dlDescription.
    move workLedgerTotal to figureOutput.
    move figureOutput to dlLedgerValue.
    move workLedgerFraction to ftTwelfths.
    perform buildFractionTail.
    move fractionTail to dlLedgerFraction.
    move spaces to dlPostedValue.
    move spaces to dlPostedFraction.
    write report-record from difference-line.
    move ledgerKeyHold to ddDocumentId.
    move "NPST" to ddReasonCode.
    move "listed on the ledger, never posted" to ddReasonText.
    perform moveLedgerFigures.
    move 0 to ddPostedRows.
    move 0 to ddPostedTotal.
    move 0 to ddPostedFraction.
    perform writeDiscrepancy.

*>A document posted within the ledger's range that it does not list
reportNotListed.
    add 1 to documentsNotListed.
    move postedKeyHold to dlDocumentId.
    move "posted, not on the ledger" to dlDescription.
    move spaces to dlLedgerValue.
    move spaces to dlLedgerFraction.
    move docAccumulatedTotal to figureOutput.
    move figureOutput to dlPostedValue.
    move docFractionTwelfths to ftTwelfths.
    perform buildFractionTail.
    move fractionTail to dlPostedFraction.
    write report-record from difference-line.
    move postedKeyHold to ddDocumentId.
    move "NLDG" to ddReasonCode.
    move "posted, not listed on the ledger" to ddReasonText.
    move 0 to ddLedgerRows.
    move 0 to ddLedgerTotal.
    move 0 to ddLedgerFraction.
    move 0 to ddLedgerLine.
    perform movePostedFigures.
    perform writeDiscrepancy.

*>Compares the row count and the total (with twelfths) of a document
*>on both the ledger and the master
compareLedgerFigures.
    if docRowCount is equal to workLedgerRows
        and docAccumulatedTotal is equal to workLedgerTotal
        and docFractionTwelfths is equal to workLedgerFraction
        add 1 to documentsAgreed
    end-if.
    move ledgerKeyHold to dlDocumentId.
    move ledgerKeyHold to ddDocumentId.
    perform moveLedgerFigures.
    perform movePostedFigures.
    if docRowCount is not equal to workLedgerRows
        add 1 to rowDifferences
        move "line count differs" to dlDescription
        move workLedgerRows to figureOutput
        move figureOutput to dlLedgerValue
        move spaces to dlLedgerFraction
        move docRowCount to figureOutput
        move figureOutput to dlPostedValue
        move spaces to dlPostedFraction
        write report-record from difference-line
        move "ROWS" to ddReasonCode
        move "line count differs" to ddReasonText
        perform writeDiscrepancy
    end-if.
    if docAccumulatedTotal is not equal to workLedgerTotal
        or docFractionTwelfths is not equal to workLedgerFraction
        add 1 to totalDifferences
        move "total value differs" to dlDescription
        move workLedgerTotal to figureOutput
        move figureOutput to dlLedgerValue
        move workLedgerFraction to ftTwelfths
        perform buildFractionTail
        move fractionTail to dlLedgerFraction
        move docAccumulatedTotal to figureOutput
        move figureOutput to dlPostedValue
        move docFractionTwelfths to ftTwelfths
        perform buildFractionTail
        move fractionTail to dlPostedFraction
        write report-record from difference-line
        move "TOTL" to ddReasonCode
        move "total value differs" to ddReasonText
        perform writeDiscrepancy
    end-if.

*>Moves the ledger's figures for the document to the discrepancy
moveLedgerFigures.
    move workLedgerRows to ddLedgerRows.
    move workLedgerTotal to ddLedgerTotal.
    move workLedgerFraction to ddLedgerFraction.
    move workLedgerLine to ddLedgerLine.

*>Moves the master's figures for the document to the discrepancy
movePostedFigures.
    move docRowCount to ddPostedRows.
    move docAccumulatedTotal to ddPostedTotal.
    move docFractionTwelfths to ddPostedFraction.

*>Writes one discrepancy record for the publisher
writeDiscrepancy.
    write discrepancy-record from discrepancy-detail.
    add 1 to discrepancyCount.

*>Closes the discrepancy file with its trailer record
writeDiscrepancyTrailer.
    move discrepancyCount to dtDiscrepancies.
    move ledgerDocuments to dtLedgerDocuments.
    move documentsPosted to dtPostedDocuments.
    move documentsAgreed to dtAgreed.
    write discrepancy-record from discrepancy-trailer.
    close discrepancyFile.
    display "discrepancy file written: "
        function trim(discrepancyName).

*>Builds the " nn/12" tail for a non-zero fraction, blanks otherwise
buildFractionTail.
    if ftTwelfths is greater than zero
        move fraction-tail-work to fractionTail
    else
        move spaces to fractionTail
    end-if.

*>Writes the counts for the run to the report and the console
writeSummary.
    move spaces to report-record.
    write report-record.
    move "summary" to slText.
    write report-record from section-line.
    move "ledger records read:" to clLabel.
    move ledgerRecordsRead to clCount.
    perform writeCountLine.
    move "ledger documents reconciled:" to clLabel.
    move ledgerDocuments to clCount.
    perform writeCountLine.
    move "ledger errors:" to clLabel.
    move ledgerErrors to clCount.
    perform writeCountLine.
    move "posted documents in the ledger range:" to clLabel.
    move documentsPosted to clCount.
    perform writeCountLine.
    move "documents in agreement:" to clLabel.
    move documentsAgreed to clCount.
    perform writeCountLine.
    move "listed, never posted:" to clLabel.
    move documentsNotPosted to clCount.
    perform writeCountLine.
    move "posted, not on the ledger:" to clLabel.
    move documentsNotListed to clCount.
    perform writeCountLine.
    move "line count differences:" to clLabel.
    move rowDifferences to clCount.
    perform writeCountLine.
    move "total value differences:" to clLabel.
    move totalDifferences to clCount.
    perform writeCountLine.

*>Writes one summary count to the report and the console
writeCountLine.
    write report-record from count-line.
    display clLabel clCount.

*>Sets the return code: 12 when the run could not be done, 8 for
*>ledger errors, 4 for discrepancies against the master
setReturnCode.
    if runFailed is equal to 1
        move 12 to return-code
    else if ledgerErrors is greater than zero
        move 8 to return-code
    else if documentsNotPosted is greater than zero
        or documentsNotListed is greater than zero
        or rowDifferences is greater than zero
        or totalDifferences is greater than zero
        move 4 to return-code
    else
        move 0 to return-code
    end-if.

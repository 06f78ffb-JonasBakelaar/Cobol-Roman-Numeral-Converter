*>                with the remainder shown in the FILE SUMMARY; the
*>                document master carries each document's twelfths
*>                the same way.
*>   2026-10-14 - Reversal and correction transactions on capture
*>                feeds: type "R" names a posted document/line to be
*>                cancelled, type "U" names one to be replaced and
*>                carries the new numeral and keyed expected value in
*>                the archive-width layout (converted under the range
*>                the original posting used). The posted-keys master
*>                now keeps each posting's record type, numeral, value,
*>                twelfths and mismatch flag so the original can be
*>                backed out: the key comes off the master, the value,
*>                row and mismatch come off the document's rollup, and
*>                a "rev: " record carrying the negated value goes to
*>                the .out dataset before any replacement posts. Rows
*>                reversed are counted on their own in the FILE
*>                SUMMARY, the checkpoint and the run-status record. A
*>                reversal or correction naming a key that never posted
*>                goes to the exception dataset with position "KEY".
*>   2026-10-14 - Period-to-date counters on the document master
*>                (postings, twelfths, rows and mismatches since the
*>                last period close, plus the last closed period) are
*>                kept alongside the running totals, for the periodClose
*>                program to snapshot and roll forward; reversals come
*>                off them too. Menu choice D gains a by-period inquiry
*>                (P) showing one document's balances for every closed
*>                period from the period-history master (periodhist.dat)
*>                followed by the open period to date.
*>   2026-10-14 - Roman-numeral dates on archive and copyright feeds:
*>                transaction type "Y" carries a year ("MCMLXXXIV"), a
*>                month.year or a day.month.year ("XIV.III.MCMLXXXIV")
*>                in the numeral field. Each part converts through
*>                romanConvert and the whole must be a calendar date
*>                (month 1-12, day within the month allowing for leap
*>                years, year within DATE-YEAR-MIN to DATE-YEAR-MAX from
*>                runoptions.dat, default 1000-2099). A valid date goes
*>                to the .out dataset as a "dat: " record with its ISO
*>                form (yyyy, yyyy-mm or yyyy-mm-dd) beside the text and
*>                reconciles against a keyed yyyymmdd expected value
*>                (yyyymm00 or yyyy0000 for a partial date); it counts
*>                as a valid row and posts its key, but adds nothing to
*>                the grand total or the distribution report. An
*>                impossible date goes to the exception dataset with the
*>                part that failed as its position (DAY, MON, YR, or FMT
*>                for a malformed date). The document master keeps the
*>                earliest and latest date posted to each document; a
*>                reversed date writes a "rvd: " record and the
*>                document's dates are worked out again from the
*>                postings left on the posted-keys master.
*>   2026-10-14 - Batch parameter takes an optional second token naming
*>                the run-status dataset for this execution, ahead of
*>                STATUS-FILE in runoptions.dat, so the partitions of a
*>                split feed (see splitFeed/mergeFeed) can run side by
*>                side without overwriting each other's status record.
*>   2026-10-15 - On a run with its own run-status dataset (a split-feed
*>                partition) a posted-keys or document master that
*>                cannot be opened fails the file with code 12 before
*>                any record is processed, so the partition is rerun
*>                rather than merged without its postings. The
*>                run-status dataset name is widened to 35 characters.
*>   2026-10-15 - Checkpoint grand total is signed (leading separate),
*>                so a total taken below zero by reversals survives a
*>                restart; a checkpoint written before the change fails
*>                its numeric check and the file reruns from the top.
*>   2026-10-15 - A reversal or correction of a posted key carried over
*>                by verifyMasters CONVERT (blank record type, no value
*>                stored) goes to the exception dataset, position
*>                "KEY", rather than backing out a zero posting.

identification division.
program-id. romanNumeralConverter.
    access is dynamic
    record key is docKey
    file status is docMasterFileStatus.
select periodFile assign to "periodhist.dat"
    organization is indexed
    access is dynamic
    record key is periodKey
    file status is periodFileStatus.

data division.
file section.
    02 checkpointRowsRead pic 9(6).
    02 checkpointRowsValid pic 9(6).
    02 checkpointRowsInvalid pic 9(6).
    02 checkpointGrandTotal pic S9(12) sign is leading separate.
    02 checkpointReconMismatch pic 9(6).
    02 checkpointCaptureRows pic 9(6).
    02 checkpointCaptureHash pic 9(12).
    02 checkpointHeaderRows pic 9(6).
    02 checkpointDuplicates pic 9(6).
    02 checkpointFraction pic 9(2).
    02 checkpointReversals pic 9(6).

fd rfile.
01 rfile-record pic x(140).
    02 stsCompletionCode pic 9(2).
    02 stsAbortFlag pic x.
    02 stsBalanceFlag pic x.
    02 stsRowsReversed pic 9(6).

fd historyFile.
01 history-record.
        03 postedDocumentId pic x(10).
        03 postedLineId pic x(6).
    02 postedTimestamp pic x(21).
    02 postedRecordType pic x.
    02 postedNumeral pic x(60).
    02 postedValue pic S9(8) sign is leading separate.
    02 postedFraction pic 9(2).
    02 postedMismatchFlag pic 9.

fd dupFile.
01 dupfile-record pic x(134).
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

working-storage section.
77 eof-switch pic 9 value 1.
77 abortPercentOutput pic ZZ9.

*>---Scheduler completion-code and run-status working storage---
77 statusFileName pic x(35) value "runstatus.dat".
77 statusFileStatus pic xx.
77 statusFileStarted pic 9 value 0.
77 fileCompletionCode pic 9(2).
77 batchRowsInvalidOutput pic Z(5)9.
77 batchReconMismatchesOutput pic Z(5)9.
77 batchGrandTotalOutput pic -(11)9.
77 startupParameter pic x(80).
77 batchTarget pic x(30).
77 batchStatusName pic x(35).

*>---Arithmetic-line (numeral OP numeral) working storage---
77 arithmeticFlag pic 9.
77 duplicatesOutput pic Z(5)9.
77 batchDuplicates pic 9(6) usage is computational.
77 batchDuplicatesOutput pic Z(5)9.
*>---Reversal/correction working storage---
77 rowsReversed pic 9(6) usage is computational.
77 rowsReversedOutput pic Z(5)9.
77 batchRowsReversed pic 9(6) usage is computational.
77 batchRowsReversedOutput pic Z(5)9.
77 postingFoundFlag pic 9.
77 reversalReason pic x(30).
77 reversalDocumentId pic x(10).
77 reversalLineId pic x(6).
01 reversal-out-record.
    05 filler pic x(5) value "rev: ".
    05 roDocumentId pic x(10).
    05 filler pic x(7) value " line: ".
    05 roLineId pic x(6).
    05 filler pic x(10) value " numeral: ".
    05 roNumeral pic x(60).
    05 filler pic x(3) value " = ".
    05 roValue pic -(7)9.
    05 roFraction pic x(6).
77 backOutDocumentId pic x(10).
77 backOutRecordType pic x.
77 backOutValue pic S9(8) usage is computational.
77 backOutFraction pic 9(2).
77 backOutMismatchFlag pic 9.
*>---Roman-numeral date working storage---
77 dateYearMinimum pic 9(4) value 1000.
77 dateYearMaximum pic 9(4) value 2099.
77 dateWorkText pic x(30).
77 datePartCount pic 9(2) usage is computational.
77 datePart1 pic x(30).
77 datePart2 pic x(30).
77 datePart3 pic x(30).
77 datePart4 pic x(30).
77 dateYearNumeral pic x(30).
77 dateMonthNumeral pic x(30).
77 dateDayNumeral pic x(30).
77 datePartValue pic S9(8) usage is computational.
77 datePartValid pic 9.
77 dateFailPart pic x(3).
77 dateDaysInMonth pic 9(2).
77 dateHoldValue pic 9(8).
77 dateScanSwitch pic 9.
77 dateScanEarliest pic 9(8).
77 dateScanLatest pic 9(8).
77 docPostingValue pic S9(8) usage is computational.
77 docPostingDate pic 9(8).
01 date-value-work.
    05 dvYear pic 9(4).
    05 dvMonth pic 9(2).
    05 dvDay pic 9(2).
01 date-value-number redefines date-value-work.
    05 dateValueNumber pic 9(8).
01 iso-date-work.
    05 isoYear pic 9(4).
    05 isoMonthDash pic x.
    05 isoMonth pic 9(2).
    05 isoDayDash pic x.
    05 isoDay pic 9(2).
01 iso-date-text redefines iso-date-work.
    05 isoDateText pic x(10).
01 month-days-values.
    05 filler pic x(24) value "312831303130313130313031".
01 month-days-table redefines month-days-values.
    05 monthDays pic 9(2) occurs 12 times.
01 date-out-record.
    05 filler pic x(5) value "dat: ".
    05 daDocumentId pic x(10).
    05 filler pic x(7) value " line: ".
    05 daLineId pic x(6).
    05 filler pic x(10) value " numeral: ".
    05 daNumeral pic x(30).
    05 filler pic x(3) value " = ".
    05 daIsoDate pic x(10).
01 date-reversal-out-record.
    05 filler pic x(5) value "rvd: ".
    05 rdDocumentId pic x(10).
    05 filler pic x(7) value " line: ".
    05 rdLineId pic x(6).
    05 filler pic x(10) value " numeral: ".
    05 rdNumeral pic x(30).
    05 filler pic x(3) value " = ".
    05 rdIsoDate pic x(10).
*>---Document-master working storage---
77 docMasterFileStatus pic xx.
77 docMasterOpen pic 9.
77 dqFraction pic x(6).
77 dqRows pic Z(5)9.
77 dqMismatch pic Z(5)9.
*>---Period-history inquiry working storage---
77 periodFileStatus pic xx.
77 periodEofSwitch pic 9.
77 periodShown pic 9(3) usage is computational.
77 pqOpening pic -(11)9.
77 pqOpeningFraction pic x(6).
77 pqPosted pic -(11)9.
77 pqPostedFraction pic x(6).
77 pqRows pic -(5)9.
77 pqMismatch pic -(5)9.
77 pqClosing pic -(11)9.
77 pqClosingFraction pic x(6).

01 duplicate-record.
    05 filler pic x(5) value "doc: ".

*>Prompt for the kind of document-master inquiry and run it
enterDocumentInquiry.
    display "inquire on one document (O), one document's balances by period (P) or list documents whose accumulated total exceeds a threshold (T)?".
    accept docChoice.
    if docChoice is equal to "O"
        display "enter document id!"
        accept docQueryId
        perform inquireOneDocument
    else if docChoice is equal to "P"
        display "enter document id!"
        accept docQueryId
        perform listDocumentPeriods
    else if docChoice is equal to "T"
        display "enter threshold total!"
        accept docThreshold

*>Runs straight through without any interactive ACCEPTs, for scheduled jobs.
*>A leading "@" on the parameter names a control file (a list of files);
*>otherwise the parameter is taken as a single fileName. A second token,
*>when given, names the run-status dataset for this execution.
runBatchParameter.
    move spaces to batchTarget.
    move spaces to batchStatusName.
    unstring startupParameter delimited by all " "
        into batchTarget batchStatusName
    end-unstring.
    if batchStatusName is not equal to spaces
        move batchStatusName to statusFileName
    end-if.
    if batchTarget(1:1) is equal to "@"
        move batchTarget(2:29) to controlFileName
        perform processFileList
    else
        move batchTarget to fileName
        perform useFile
    end-if.

            move function trim(optionValue) to statusFileName
        else if optionKeyword is equal to "STOP-REQUEST-FILE"
            move function trim(optionValue) to stopRequestName
        else if optionKeyword is equal to "DATE-YEAR-MIN"
            move function numval(optionValue) to optionNumericValue
            if optionNumericValue is greater than or equal to 1
                and optionNumericValue is less than or equal to 3999
                move optionNumericValue to dateYearMinimum
            else
                display "invalid DATE-YEAR-MIN ignored: "
                    function trim(optionValue)
            end-if
        else if optionKeyword is equal to "DATE-YEAR-MAX"
            move function numval(optionValue) to optionNumericValue
            if optionNumericValue is greater than or equal to 1
                and optionNumericValue is less than or equal to 3999
                move optionNumericValue to dateYearMaximum
            else
                display "invalid DATE-YEAR-MAX ignored: "
                    function trim(optionValue)
            end-if
        else
            display "unknown option ignored: "
                function trim(optionKeyword)
    move 0 to batchAbortedAny.
    move 0 to batchOutOfBalanceAny.
    move 0 to batchDuplicates.
    move 0 to batchRowsReversed.
    move 0 to batchFractionTwelfths.

    open input controlFile.
    display "Files processed reconciliation mismatches: "batchReconMismatchesOutput.
    move batchDuplicates to batchDuplicatesOutput.
    display "Files processed duplicate postings diverted: "batchDuplicatesOutput.
    move batchRowsReversed to batchRowsReversedOutput.
    display "Files processed rows reversed: "batchRowsReversedOutput.
    display "Files processed grand total: "batchGrandTotalOutput.
    if batchFractionTwelfths is greater than zero
        move batchFractionTwelfths to fractionOutput

        perform openPostedKeys
        perform openDocumentMaster
        if batchStatusName is not equal to spaces
            and (postedKeysOpen is equal to zero
            or docMasterOpen is equal to zero)
            perform abandonFileRun
        else
            move 1 to eof-switch
            move lastCheckpointRecord to fileLineNumber

            perform writeRunHeader

            move 0 to recordsSkipped
            perform skipCheckpointedRecord
                until recordsSkipped is equal to lastCheckpointRecord
                or eof-switch is equal to zero

            perform calculateFileLine
                until eof-switch is equal to zero

            perform checkFeedBalance

            perform writeRunTrailer

            close ifile
            close ofile
            close efile
            close rfile
            close dupFile
            if postedKeysOpen is equal to 1
                close postedKeysFile
            end-if
            if docMasterOpen is equal to 1
                close docFile
            end-if

            perform sortDistributionTable
            perform writeDistributionReport
            if runAbortedFlag is equal to zero
                and runStoppedFlag is equal to zero
                perform clearCheckpoint
            end-if
            if runAbortedFlag is equal to 1
                move 8 to fileCompletionCode
                move 1 to batchAbortedAny
            else
                if runStoppedFlag is equal to 1
                    move 6 to fileCompletionCode
                else
                    if rowsInvalid is greater than zero
                        move 4 to fileCompletionCode
                    else
                        move 0 to fileCompletionCode
                    end-if
                end-if
            end-if
            if feedOutOfBalance is equal to 1
                and fileCompletionCode is less than 4
                move 4 to fileCompletionCode
            end-if
            perform noteCompletionCode
            perform printFileSummary
            perform writeRunHistory
            perform writeFileStatusRecord
            perform accumulateBatchTotals
        end-if
    end-if.

*>Gives up a partition run whose masters cannot be opened before any
*>record is processed: nothing is posted, the checkpoint is left as it
*>was and code 12 in the run-status record has the partition rerun
abandonFileRun.
    display "masters unavailable, " function trim(fileName)
        " not processed".
    close ifile.
    close ofile.
    close efile.
    close rfile.
    close dupFile.
    if postedKeysOpen is equal to 1
        close postedKeysFile
    end-if.
    if docMasterOpen is equal to 1
        close docFile
    end-if.
    move 12 to fileCompletionCode.
    perform noteCompletionCode.
    perform writeFileStatusRecord.

*>Keeps the worst completion code seen this run for RETURN-CODE
noteCompletionCode.
    if fileCompletionCode is greater than highestCompletionCode
        end-if
    end-if.

*>Routes one non-control data line to the transaction, date,
*>reversal, correction, arithmetic or plain-numeral path
processDataLine.
    if trnRecordType is equal to "T"
        or trnRecordType is equal to "E"
        move trnRecordType to transactionRangeType
        perform processTransactionLine
    else if trnRecordType is equal to "Y"
        perform processDateLine
    else if trnRecordType is equal to "R"
        perform processReversalLine
    else if trnRecordType is equal to "U"
        perform processCorrectionLine
    else
        perform classifyInputRecord
        if arithmeticFlag is equal to 1
            add 1 to duplicatesCount
            perform writeDuplicateRecord
        else
            perform postTransaction
        end-if
    else
        add 1 to rowsInvalid
        perform writeExceptionRecord
    end-if.

*>Posts one converted transaction: totals, distribution, the .out
*>record for its range, the posted-keys entry, the reconciliation
*>check and the document rollup
postTransaction.
    add 1 to rowsValid.
    add romanNumeralsSum to fileGrandTotal.
    if romanFractionTwelfths is greater than zero
        add romanFractionTwelfths to fileFractionTwelfths
        perform normalizeFileFraction
            until fileFractionTwelfths is less than 12
    end-if.
    move function upper-case(trnWorkNumeral) to trnWorkNumeral.
    move function trim(trnWorkNumeral) to distWorkNumeral.
    perform recordDistribution.
    if transactionRangeType is equal to "E"
        move extDocumentId to eoDocumentId
        move extLineId to eoLineId
        move extInputNumeral to eoNumeral
        move romanNumeralsSum to eoValue
        if romanFractionTwelfths is greater than zero
            move romanFractionTwelfths to ftTwelfths
            move fraction-tail-work to eoFraction
        else
            move spaces to eoFraction
        end-if
        write ofile-record from extended-out-record
    else
        move trnDocumentId to toDocumentId
        move trnLineId to toLineId
        move trnNumeral to toNumeral
        move romanNumeralsSum to toValue
        write ofile-record from transaction-out-record
    end-if.
    move 0 to docRowMismatch.
    perform buildComparisonValue.
    if trnExpectedDigitsFlag is equal to zero
        or trnExpectedNumber is not equal to trnComparisonValue
        move 1 to docRowMismatch
        add 1 to reconMismatches
        perform writeReconcileRecord
    end-if.
    perform recordPostedKey.
    perform updateDocumentMaster.

*>Processes one Roman-numeral date transaction: the date must convert
*>part by part and be a real calendar date before it posts; an
*>impossible date goes to the exception dataset naming the part that
*>failed
processDateLine.
    move "Y" to transactionRangeType.
    move trnNumeral to trnWorkNumeral.
    move trnExpectedValue to trnWorkExpected.
    perform parseExpectedValue.
    add 1 to captureRowsProcessed.
    if trnExpectedDigitsFlag is equal to 1
        add trnExpectedNumber to captureHashTotal
    end-if.
    move trnWorkNumeral to dateWorkText.
    perform parseRomanDate.
    if dateFailPart is equal to spaces
        perform checkPostedKey
        if postedDuplicateFlag is equal to 1
            add 1 to duplicatesCount
            perform writeDuplicateRecord
        else
            perform postDateTransaction
        end-if
    else
        add 1 to rowsInvalid
        perform writeDateExceptionRecord
    end-if.

*>Posts one valid date: the "dat: " record with its ISO form, the
*>reconciliation of the keyed yyyymmdd value, the posted-keys entry
*>and the document rollup; a date is a valid row but has no value to
*>add to the grand total or the distribution report
postDateTransaction.
    add 1 to rowsValid.
    move dateValueNumber to romanNumeralsSum.
    move 0 to romanFractionTwelfths.
    perform buildIsoDate.
    move function upper-case(trnWorkNumeral) to trnWorkNumeral.
    move trnDocumentId to daDocumentId.
    move trnLineId to daLineId.
    move trnWorkNumeral to daNumeral.
    move isoDateText to daIsoDate.
    write ofile-record from date-out-record.
    move 0 to docRowMismatch.
    perform buildComparisonValue.
    if trnExpectedDigitsFlag is equal to zero
        or trnExpectedNumber is not equal to trnComparisonValue
        move 1 to docRowMismatch
        add 1 to reconMismatches
        perform writeReconcileRecord
    end-if.
    perform recordPostedKey.
    perform updateDocumentMaster.

*>Splits the date text on its full stops into year, month.year or
*>day.month.year, converts each part and checks the result is a real
*>calendar date; dateFailPart comes back blank for a good date, or as
*>the part that failed (FMT for a malformed date), and dateValueNumber
*>holds the date as yyyymmdd with zero month and day where absent
parseRomanDate.
    move spaces to dateFailPart.
    move 0 to dateValueNumber.
    move spaces to datePart1.
    move spaces to datePart2.
    move spaces to datePart3.
    move spaces to datePart4.
    move 0 to datePartCount.
    move function upper-case(dateWorkText) to dateWorkText.
    move function trim(dateWorkText) to dateWorkText.
    unstring dateWorkText delimited by "."
        into datePart1 datePart2 datePart3 datePart4
        tallying in datePartCount
    end-unstring.
    perform assignDateParts.
    if dateFailPart is equal to spaces
        perform convertDateYear
    end-if.
    if dateFailPart is equal to spaces
        and dateMonthNumeral is not equal to spaces
        perform convertDateMonth
    end-if.
    if dateFailPart is equal to spaces
        and dateDayNumeral is not equal to spaces
        perform convertDateDay
    end-if.
    if dateFailPart is equal to spaces
        perform buildIsoDate
        display function trim(dateWorkText) " is equal to: " isoDateText
    else
        display "Invalid Roman Date: " function trim(dateWorkText)
            " (" dateFailPart ")"
    end-if.

*>Names the year, month and day numerals by how many parts the date
*>has; more than three parts, or an empty part, is malformed
assignDateParts.
    move spaces to dateYearNumeral.
    move spaces to dateMonthNumeral.
    move spaces to dateDayNumeral.
    if datePartCount is equal to 1
        move datePart1 to dateYearNumeral
    else if datePartCount is equal to 2
        move datePart1 to dateMonthNumeral
        move datePart2 to dateYearNumeral
        if dateMonthNumeral is equal to spaces
            move "FMT" to dateFailPart
        end-if
    else if datePartCount is equal to 3
        move datePart1 to dateDayNumeral
        move datePart2 to dateMonthNumeral
        move datePart3 to dateYearNumeral
        if dateDayNumeral is equal to spaces
            or dateMonthNumeral is equal to spaces
            move "FMT" to dateFailPart
        end-if
    else
        move "FMT" to dateFailPart
    end-if.
    if dateYearNumeral is equal to spaces
        move "FMT" to dateFailPart
    end-if.

*>Converts the year and checks it lies within the configured range
convertDateYear.
    move dateYearNumeral to cnvNumeral.
    perform convertDatePart.
    if datePartValid is not equal to zero
        or datePartValue is less than dateYearMinimum
        or datePartValue is greater than dateYearMaximum
        move "YR " to dateFailPart
    else
        move datePartValue to dvYear
    end-if.

*>Converts the month and checks it is 1 to 12
convertDateMonth.
    move dateMonthNumeral to cnvNumeral.
    perform convertDatePart.
    if datePartValid is not equal to zero
        or datePartValue is less than 1
        or datePartValue is greater than 12
        move "MON" to dateFailPart
    else
        move datePartValue to dvMonth
    end-if.

*>Converts the day and checks it falls within the month, allowing
*>29 February in a leap year
convertDateDay.
    move monthDays(dvMonth) to dateDaysInMonth.
    if dvMonth is equal to 2
        and function mod(dvYear, 4) is equal to zero
        and (function mod(dvYear, 100) is not equal to zero
            or function mod(dvYear, 400) is equal to zero)
        move 29 to dateDaysInMonth
    end-if.
    move dateDayNumeral to cnvNumeral.
    perform convertDatePart.
    if datePartValid is not equal to zero
        or datePartValue is less than 1
        or datePartValue is greater than dateDaysInMonth
        move "DAY" to dateFailPart
    else
        move datePartValue to dvDay
    end-if.

*>Hands one date part (already in cnvNumeral) to the subprogram under
*>the standard range; a part carrying a fraction is not a date part
convertDatePart.
    move "N" to cnvFunctionCode.
    move "S" to cnvRangeCode.
    move 0 to cnvValue.
    move 0 to cnvFraction.
    call "romanConvert" using conversion-parameters.
    move cnvValue to datePartValue.
    move cnvValidFlag to datePartValid.
    if cnvFraction is not equal to zero
        move 1 to datePartValid
    end-if.

*>Builds the ISO form of dateValueNumber: yyyy, yyyy-mm or yyyy-mm-dd
*>as far as the date goes
buildIsoDate.
    move spaces to iso-date-work.
    move dvYear to isoYear.
    if dvMonth is greater than zero
        move "-" to isoMonthDash
        move dvMonth to isoMonth
    end-if.
    if dvDay is greater than zero
        move "-" to isoDayDash
        move dvDay to isoDay
    end-if.

*>Writes a rejected date to the exception dataset with the part that
*>failed as its position
writeDateExceptionRecord.
    move fileLineNumber to excLineNumber.
    move dateFailPart to excPosition.
    move trnWorkNumeral to excNumeral.
    write efile-record from exception-record.

*>Processes one reversal transaction: the document/line it names must
*>be on the posted-keys master, and the original posting is backed
*>out; a key that never posted, or one carried over from a master
*>converted from the old layout with no posting stored to back out
*>(blank record type), goes to the exception dataset
processReversalLine.
    add 1 to captureRowsProcessed.
    move trnDocumentId to reversalDocumentId.
    move trnLineId to reversalLineId.
    perform findPostingToReverse.
    if postingFoundFlag is equal to zero
        add 1 to rowsInvalid
        move "reversal of unposted key" to reversalReason
        perform writeUnpostedKeyException
    else if postedRecordType is equal to space
        add 1 to rowsInvalid
        move "posting has no stored value" to reversalReason
        perform writeUnpostedKeyException
    else
        perform reversePosting
    end-if.

*>Processes one correction transaction: the replacement numeral is
*>converted under the range the original posting used (it sits in the
*>archive-width numeral field either way); only a replacement that
*>converts backs the original out and posts in its place, otherwise
*>the original stands and the row goes to the exception dataset, as
*>does a correction of a converted posting with no stored value
processCorrectionLine.
    move extInputNumeral to trnWorkNumeral.
    move extExpectedValue to trnWorkExpected.
    perform parseExpectedValue.
    add 1 to captureRowsProcessed.
    if trnExpectedDigitsFlag is equal to 1
        add trnExpectedNumber to captureHashTotal
    end-if.
    move extDocumentId to reversalDocumentId.
    move extLineId to reversalLineId.
    perform findPostingToReverse.
    if postingFoundFlag is equal to zero
        add 1 to rowsInvalid
        move "correction of unposted key" to reversalReason
        perform writeUnpostedKeyException
    else if postedRecordType is equal to space
        add 1 to rowsInvalid
        move "posting has no stored value" to reversalReason
        perform writeUnpostedKeyException
    else if postedRecordType is equal to "Y"
        perform correctDatePosting
    else
        if postedRecordType is equal to "E"
            move "E" to transactionRangeType
            perform convertExtendedNumeral
        else
            move "T" to transactionRangeType
            if trnWorkNumeral(31:30) is equal to spaces
                move trnWorkNumeral to romanNumerals
                perform convert
            else
                move 1 to incorrectInput
                move 0 to k
            end-if
        end-if
        if incorrectInput is equal to zero
            perform reversePosting
            perform postTransaction
        else
            add 1 to rowsInvalid
            move trnWorkNumeral to excNumeral
            perform writeExceptionRecord
        end-if
    end-if.

*>Corrects a date posting: the replacement must be a real date in the
*>standard-width numeral field before the original is backed out and
*>the replacement posted in its place
correctDatePosting.
    move "Y" to transactionRangeType.
    move spaces to dateFailPart.
    if trnWorkNumeral(31:30) is not equal to spaces
        move "FMT" to dateFailPart
    else
        move trnWorkNumeral to dateWorkText
        perform parseRomanDate
    end-if.
    if dateFailPart is equal to spaces
        perform reversePosting
        perform postDateTransaction
    else
        add 1 to rowsInvalid
        perform writeDateExceptionRecord
    end-if.

*>Looks up the posting a reversal or correction names; with the
*>posted-keys master unusable nothing can be backed out safely
findPostingToReverse.
    move 0 to postingFoundFlag.
    if postedKeysOpen is equal to 1
        move reversalDocumentId to postedDocumentId
        move reversalLineId to postedLineId
        read postedKeysFile
            invalid key move 0 to postingFoundFlag
            not invalid key move 1 to postingFoundFlag
        end-read
    end-if.

*>Backs the posting just read out of everything it touched: a "rev: "
*>record with the negated value (or a "rvd: " record for a date) goes
*>to the .out dataset, the value comes off the file totals, the key
*>comes off the posted-keys master and the value, row and mismatch
*>come off the document rollup
reversePosting.
    add 1 to rowsReversed.
    move postedDocumentId to backOutDocumentId.
    move postedRecordType to backOutRecordType.
    move postedValue to backOutValue.
    move postedFraction to backOutFraction.
    move postedMismatchFlag to backOutMismatchFlag.
    if postedRecordType is equal to "Y"
        perform writeDateReversalRecord
        move 0 to backOutValue
    else
        perform writeValueReversalRecord
    end-if.
    delete postedKeysFile record
        invalid key
            display "posted key " postedDocumentId "/" postedLineId
                " could not be removed (status "
                postedKeysFileStatus ")"
    end-delete.
    perform backOutDocumentMaster.

*>Writes the "rev: " record for a reversed value posting and takes
*>the value off the file totals
writeValueReversalRecord.
    move postedDocumentId to roDocumentId.
    move postedLineId to roLineId.
    move postedNumeral to roNumeral.
    compute roValue = 0 - postedValue.
    if postedFraction is greater than zero
        move postedFraction to ftTwelfths
        move fraction-tail-work to roFraction
    else
        move spaces to roFraction
    end-if.
    write ofile-record from reversal-out-record.
    subtract postedValue from fileGrandTotal.
    if postedFraction is greater than fileFractionTwelfths
        add 12 to fileFractionTwelfths
        subtract 1 from fileGrandTotal
    end-if.
    subtract postedFraction from fileFractionTwelfths.

*>Writes the "rvd: " record for a reversed date posting; a date
*>carries no value, so the file totals are untouched. The date being
*>worked on is kept, since a correction posts its replacement next
writeDateReversalRecord.
    move dateValueNumber to dateHoldValue.
    move postedValue to dateValueNumber.
    perform buildIsoDate.
    move postedDocumentId to rdDocumentId.
    move postedLineId to rdLineId.
    move postedNumeral to rdNumeral.
    move isoDateText to rdIsoDate.
    write ofile-record from date-reversal-out-record.
    move dateHoldValue to dateValueNumber.

*>Takes one reversed posting off its document's rollup record; a
*>document missing from the master is reported, not created. When a
*>date is reversed the document's earliest and latest dates are found
*>again from the date postings still on the posted-keys master
backOutDocumentMaster.
    if backOutRecordType is equal to "Y"
        perform findDocumentDates
    end-if.
    if docMasterOpen is equal to 1
        move backOutDocumentId to docDocumentId
        read docFile
            invalid key
                display "document " backOutDocumentId
                    " not on document master, rollup not reversed"
            not invalid key
                subtract backOutValue from docAccumulatedTotal
                if backOutFraction is greater than docFractionTwelfths
                    add 12 to docFractionTwelfths
                    subtract 1 from docAccumulatedTotal
                end-if
                subtract backOutFraction from docFractionTwelfths
                if docRowCount is greater than zero
                    subtract 1 from docRowCount
                end-if
                if docMismatchCount is greater than or equal to
                        backOutMismatchFlag
                    subtract backOutMismatchFlag from docMismatchCount
                end-if
                subtract backOutValue from docPeriodTotal
                if backOutFraction is greater than docPeriodFraction
                    add 12 to docPeriodFraction
                    subtract 1 from docPeriodTotal
                end-if
                subtract backOutFraction from docPeriodFraction
                subtract 1 from docPeriodRows
                subtract backOutMismatchFlag from docPeriodMismatch
                if backOutRecordType is equal to "Y"
                    move dateScanEarliest to docEarliestDate
                    move dateScanLatest to docLatestDate
                end-if
                move runTimestamp to docLastRun
                rewrite document-record
        end-read
    end-if.

*>Reads the document's postings on the posted-keys master for the
*>earliest and latest date among its date postings (zero when none)
findDocumentDates.
    move 0 to dateScanEarliest.
    move 0 to dateScanLatest.
    move backOutDocumentId to postedDocumentId.
    move low-values to postedLineId.
    move 1 to dateScanSwitch.
    start postedKeysFile key is not less than postedKey
        invalid key move 0 to dateScanSwitch
    end-start.
    perform scanDocumentDate
        until dateScanSwitch is equal to zero.

*>Reads the next posting, stopping at the end of the document
scanDocumentDate.
    read postedKeysFile next record
        at end move 0 to dateScanSwitch
    end-read.
    if dateScanSwitch is not equal to zero
        and postedDocumentId is not equal to backOutDocumentId
        move 0 to dateScanSwitch
    end-if.
    if dateScanSwitch is not equal to zero
        and postedRecordType is equal to "Y"
        if dateScanEarliest is equal to zero
            or postedValue is less than dateScanEarliest
            move postedValue to dateScanEarliest
        end-if
        if postedValue is greater than dateScanLatest
            move postedValue to dateScanLatest
        end-if
    end-if.

*>Writes a reversal or correction whose key never posted (or could not
*>be looked up) to the exception dataset, position "KEY"
writeUnpostedKeyException.
    if postedKeysOpen is equal to zero
        move "posted-keys master unavailable" to reversalReason
    end-if.
    move spaces to excNumeral.
    string function trim(reversalReason) delimited by size
        " doc " delimited by size
        reversalDocumentId delimited by size
        " line " delimited by size
        reversalLineId delimited by size
        into excNumeral
    end-string.
    move fileLineNumber to excLineNumber.
    move "KEY" to excPosition.
    write efile-record from exception-record.

*>Carries a full twelve twelfths of accumulated fractions over into
*>the whole-number grand total
normalizeFileFraction.

*>Opens the posted-keys master for the run, creating it on first use;
*>an unusable master is reported and the duplicate check skipped
*>rather than failing the whole file run, except on a partition run
*>(see abandonFileRun)
openPostedKeys.
    move 0 to postedKeysOpen.
    open i-o postedKeysFile.
    end-if.

*>Records a freshly posted key in the master under this run's
*>timestamp so any later arrival of the same key is diverted, keeping
*>what was posted so a later reversal or correction can back it out
recordPostedKey.
    if postedKeysOpen is equal to 1
        if transactionRangeType is equal to "E"
            move trnLineId to postedLineId
        end-if
        move runTimestamp to postedTimestamp
        move transactionRangeType to postedRecordType
        move trnWorkNumeral to postedNumeral
        move romanNumeralsSum to postedValue
        move romanFractionTwelfths to postedFraction
        move docRowMismatch to postedMismatchFlag
        write posted-record
            invalid key rewrite posted-record
        end-write

*>Opens the document rollup master for the run, creating it on first
*>use; an unusable master is reported and the rollup skipped rather
*>than failing the whole file run, except on a partition run (see
*>abandonFileRun)
openDocumentMaster.
    move 0 to docMasterOpen.
    open i-o docFile.
    end-if.

*>Rolls one posted transaction into its document's master record:
*>accumulated converted total, row count, mismatch count, the
*>first/last run timestamps the document was seen under and, for a
*>date, the earliest and latest dates posted to it
updateDocumentMaster.
    if transactionRangeType is equal to "Y"
        move 0 to docPostingValue
        move romanNumeralsSum to docPostingDate
    else
        move romanNumeralsSum to docPostingValue
        move 0 to docPostingDate
    end-if.
    if docMasterOpen is equal to 1
        if transactionRangeType is equal to "E"
            move extDocumentId to docDocumentId
        end-if
        read docFile
            invalid key
                move docPostingValue to docAccumulatedTotal
                move romanFractionTwelfths to docFractionTwelfths
                move 1 to docRowCount
                move docRowMismatch to docMismatchCount
                move runTimestamp to docFirstRun
                move runTimestamp to docLastRun
                move docPostingValue to docPeriodTotal
                move romanFractionTwelfths to docPeriodFraction
                move 1 to docPeriodRows
                move docRowMismatch to docPeriodMismatch
                move spaces to docLastClosedPeriod
                move docPostingDate to docEarliestDate
                move docPostingDate to docLatestDate
                write document-record
                    invalid key rewrite document-record
                end-write
            not invalid key
                add docPostingValue to docAccumulatedTotal
                add romanFractionTwelfths to docFractionTwelfths
                perform normalizeDocumentFraction
                    until docFractionTwelfths is less than 12
                add 1 to docRowCount
                add docRowMismatch to docMismatchCount
                move runTimestamp to docLastRun
                add docPostingValue to docPeriodTotal
                add romanFractionTwelfths to docPeriodFraction
                perform normalizePeriodFraction
                    until docPeriodFraction is less than 12
                add 1 to docPeriodRows
                add docRowMismatch to docPeriodMismatch
                if docPostingDate is greater than zero
                    perform mergeDocumentDate
                end-if
                rewrite document-record
        end-read
    end-if.

*>Widens the document's earliest/latest date span to take in the
*>date just posted
mergeDocumentDate.
    if docEarliestDate is equal to zero
        or docPostingDate is less than docEarliestDate
        move docPostingDate to docEarliestDate
    end-if.
    if docPostingDate is greater than docLatestDate
        move docPostingDate to docLatestDate
    end-if.

*>Carries a full twelve twelfths of a document's accumulated
*>fractions over into its whole-number total, the same way the file
*>grand total accumulates
    subtract 12 from docFractionTwelfths.
    add 1 to docAccumulatedTotal.

*>Carries a full twelve twelfths of the document's period-to-date
*>fractions over into its period-to-date total
normalizePeriodFraction.
    subtract 12 from docPeriodFraction.
    add 1 to docPeriodTotal.

*>Diverts a duplicate transaction to the .dup dataset, carrying the
*>timestamp of the run the key first posted under
writeDuplicateRecord.
        move rowsValid to stsRowsValid
        move rowsInvalid to stsRowsInvalid
        move reconMismatches to stsReconMismatch
        move rowsReversed to stsRowsReversed
        move fileGrandTotal to stsGrandTotal
        move fileCompletionCode to stsCompletionCode
        if runAbortedFlag is equal to 1
        move batchRowsValid to stsRowsValid
        move batchRowsInvalid to stsRowsInvalid
        move batchReconMismatches to stsReconMismatch
        move batchRowsReversed to stsRowsReversed
        move batchGrandTotal to stsGrandTotal
        move highestCompletionCode to stsCompletionCode
        if batchAbortedAny is equal to 1
    display "document: " docDocumentId " total: " dqTotal dqFraction
        " rows: " dqRows " mismatches: " dqMismatch
        " first run: " docFirstRun " last run: " docLastRun.
    if docEarliestDate is greater than zero
        display "  dates posted from: " docEarliestDate
            " to: " docLatestDate
    end-if.

*>Shows one document's balances for every closed period on the
*>period-history master, then the open period to date from the
*>document master
listDocumentPeriods.
    move 0 to periodShown.
    open input periodFile.
    if periodFileStatus is not equal to "00"
        display "no period closed yet (status " periodFileStatus ")"
    else
        move low-values to periodKey
        move 1 to periodEofSwitch
        start periodFile key is greater than or equal to periodKey
            invalid key move 0 to periodEofSwitch
        end-start
        perform readPeriodNext
            until periodEofSwitch is equal to zero
        close periodFile
    end-if.
    if periodShown is equal to zero
        display "no closed periods recorded for document "
            function trim(docQueryId)
    end-if.
    open input docFile.
    if docMasterFileStatus is equal to "00"
        move docQueryId to docDocumentId
        read docFile
            invalid key
                display "no postings recorded for document "
                    function trim(docQueryId)
            not invalid key
                perform displayOpenPeriod
        end-read
        close docFile
    end-if.

*>Reads forward through the period-history master, picking out the
*>queried document's snapshots (period order, since the key leads
*>with the period)
readPeriodNext.
    read periodFile next
        at end move zero to periodEofSwitch
    end-read.
    if periodEofSwitch is not equal to zero
        and periodRecordType is equal to "D"
        and periodDocumentId is equal to docQueryId
        perform displayPeriodRecord
        add 1 to periodShown
    end-if.

*>Displays one closed period's balances for the document
displayPeriodRecord.
    move periodOpeningTotal to pqOpening.
    move periodOpeningFraction to ftTwelfths.
    perform buildInquiryFraction.
    move dqFraction to pqOpeningFraction.
    move periodPostedTotal to pqPosted.
    move periodPostedFraction to ftTwelfths.
    perform buildInquiryFraction.
    move dqFraction to pqPostedFraction.
    move periodPostedRows to pqRows.
    move periodPostedMismatch to pqMismatch.
    move periodClosingTotal to pqClosing.
    move periodClosingFraction to ftTwelfths.
    perform buildInquiryFraction.
    move dqFraction to pqClosingFraction.
    display "period: " periodId " opening: " pqOpening pqOpeningFraction
        " posted: " pqPosted pqPostedFraction " rows: " pqRows
        " mismatches: " pqMismatch " closing: " pqClosing
        pqClosingFraction.

*>Displays the document's open period to date, after its last close
displayOpenPeriod.
    move docPeriodTotal to pqPosted.
    move docPeriodFraction to ftTwelfths.
    perform buildInquiryFraction.
    move dqFraction to pqPostedFraction.
    move docPeriodRows to pqRows.
    move docPeriodMismatch to pqMismatch.
    move docAccumulatedTotal to pqClosing.
    move docFractionTwelfths to ftTwelfths.
    perform buildInquiryFraction.
    move dqFraction to pqClosingFraction.
    if docLastClosedPeriod is equal to spaces
        move "none " to docLastClosedPeriod
    end-if.
    display "open period since " docLastClosedPeriod " posted: " pqPosted
        pqPostedFraction " rows: " pqRows " mismatches: " pqMismatch
        " balance: " pqClosing pqClosingFraction.

*>Leaves the " nn/12" tail for ftTwelfths in dqFraction, blank when
*>there are no twelfths
buildInquiryFraction.
    if ftTwelfths is greater than zero
        move fraction-tail-work to dqFraction
    else
        move spaces to dqFraction
    end-if.

*>Builds the per-run dataset names for a given input fileName
buildDerivedFileNames.
    move 0 to controlExpectedRows.
    move 0 to duplicatesCount.
    move 0 to fileFractionTwelfths.
    move 0 to rowsReversed.
    open input checkpointFile.
    if checkpointFileStatus is equal to "00"
        read checkpointFile into checkpoint-record
                and checkpointHeaderRows is numeric
                and checkpointDuplicates is numeric
                and checkpointFraction is numeric
                and checkpointReversals is numeric
                move checkpointRecordNumber to lastCheckpointRecord
                move checkpointRowsRead to rowsRead
                move checkpointRowsValid to rowsValid
                move checkpointHeaderRows to controlExpectedRows
                move checkpointDuplicates to duplicatesCount
                move checkpointFraction to fileFractionTwelfths
                move checkpointReversals to rowsReversed
            else
                display "unreadable checkpoint ignored for "
                    function trim(fileName)
    move controlExpectedRows to checkpointHeaderRows.
    move duplicatesCount to checkpointDuplicates.
    move fileFractionTwelfths to checkpointFraction.
    move rowsReversed to checkpointReversals.
    write checkpoint-record.
    close checkpointFile.

    move 0 to checkpointHeaderRows.
    move 0 to checkpointDuplicates.
    move 0 to checkpointFraction.
    move 0 to checkpointReversals.
    write checkpoint-record.
    close checkpointFile.

    display "Reconciliation mismatches: "reconMismatchesOutput.
    move duplicatesCount to duplicatesOutput.
    display "Duplicate postings diverted: "duplicatesOutput.
    move rowsReversed to rowsReversedOutput.
    display "Rows reversed: "rowsReversedOutput.
    display "Grand total: "fileGrandTotalOutput.
    if fileFractionTwelfths is greater than zero
        move fileFractionTwelfths to fractionOutput
    add rowsInvalid to batchRowsInvalid.
    add reconMismatches to batchReconMismatches.
    add duplicatesCount to batchDuplicates.
    add rowsReversed to batchRowsReversed.
    add fileGrandTotal to batchGrandTotal.
    add fileFractionTwelfths to batchFractionTwelfths.
    perform normalizeBatchFraction

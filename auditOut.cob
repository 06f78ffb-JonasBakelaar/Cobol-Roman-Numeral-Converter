*>                dataset. Discrepancies go to an audit-findings
*>                report (.aud) and a nonzero return code blocks the
*>                release step in the scheduler.
*>   2026-10-14 - Reversal records ("rev: ", the archive-width shape
*>                with a negated value) are re-verified like archive
*>                records on their absolute value, come off the
*>                recomputed grand total, and are counted on their own
*>                against the rows-reversed figure now carried on the
*>                run-status record.
*>   2026-10-14 - Every audit outcome is recorded in the release
*>                register (releasereg.dat, indexed by .out dataset
*>                name and run timestamp - the timestamp of the last
*>                RUN HEADER on the dataset, i.e. its latest run): pass
*>                or fail, when, and the discrepancy count. A fresh
*>                audit clears any supervisor override given against an
*>                earlier outcome. extractInterface and printStrings
*>                release only a run with a passing (or overridden)
*>                entry.
*>   2026-10-14 - Release-register entries carry the royalty
*>                acknowledgment status (filled in by royaltyAck); an
*>                entry created by an audit starts with it blank.
*>   2026-10-14 - Date records ("dat: ", and "rvd: " for a reversed
*>                date) are re-verified from their printed ISO date:
*>                it must be a real calendar date, and rebuilding each
*>                part through romanConvert must give back the printed
*>                day.month.year text. A date counts as a row (or a
*>                reversal) but carries nothing to the grand total.

identification division.
program-id. auditOut.
select findingsFile assign to dynamic findingsFileName
    organization is line sequential
    file status is findingsFileStatus.
select releaseFile assign to "releasereg.dat"
    organization is indexed
    access is dynamic
    record key is releaseKey
    file status is releaseFileStatus.

data division.
file section.
fd findingsFile.
01 findings-record pic x(150).

fd releaseFile.
01 release-record.
    02 releaseKey.
        03 releaseDataset pic x(35).
        03 releaseRunTimestamp pic x(21).
    02 releaseAuditResult pic x.
    02 releaseAuditTimestamp pic x(21).
    02 releaseDiscrepancies pic 9(6).
    02 releaseOverrideFlag pic x.
    02 releaseOverrideBy pic x(8).
    02 releaseOverrideReason pic x(60).
    02 releaseOverrideTimestamp pic x(21).
    02 releaseExtractName pic x(40).
    02 releaseExtractTimestamp pic x(21).
    02 releaseExtractRecords pic 9(6).
    02 releaseAckStatus pic x.
    02 releaseAckTimestamp pic x(21).
    02 releaseAckAccepted pic 9(6).
    02 releaseAckRejected pic 9(6).

working-storage section.
77 eof-switch pic 9 value 1.
77 statusEofSwitch pic 9.
77 findingsFileStatus pic xx.
77 startupParameter pic x(60).
77 parameterStatusName pic x(30) value spaces.
77 releaseFileStatus pic xx.
77 latestRunTimestamp pic x(21).

*>---Shared conversion subprogram interface---
01 conversion-parameters.
77 arResultValue pic S9(8) usage is computational.
77 arResumValue pic S9(8) usage is computational.
77 arOperator pic x.
77 reversalFlag pic 9.
77 dateFlag pic 9.

*>---Date re-verification working storage---
77 auditIsoDate pic x(10).
77 dateValidFlag pic 9.
77 dateYearValue pic S9(8) usage is computational.
77 dateMonthValue pic S9(8) usage is computational.
77 dateDayValue pic S9(8) usage is computational.
77 dateDaysInMonth pic 9(2).
77 dateYearRebuilt pic x(20).
77 dateMonthRebuilt pic x(20).
77 dateDayRebuilt pic x(20).
77 dateRebuilt pic x(60).
01 month-days-values.
    05 filler pic x(24) value "312831303130313130313031".
01 month-days-table redefines month-days-values.
    05 monthDays pic 9(2) occurs 12 times.

*>---Numeral-comparison working storage (blanks squeezed out so the
*>   keyers' spacing does not count against the canonical spelling)---
77 auditRows pic 9(6) usage is computational.
77 auditGrandTotal pic S9(12) usage is computational.
77 auditFractionTwelfths pic 9(4) usage is computational.
77 auditReversals pic 9(6) usage is computational.
77 controlRowsReversed pic 9(6) usage is computational.
77 discrepancyCount pic 9(6) usage is computational.
77 statusFound pic 9.
77 controlRowsValid pic 9(6) usage is computational.
    02 stsCompletionCode pic 9(2).
    02 stsAbortFlag pic x.
    02 stsBalanceFlag pic x.
    02 stsRowsReversed pic 9(6).

*>---Findings report layouts---
01 findings-heading.
    05 aflResult pic -(4)9.
    05 filler pic x(10) value " resums = ".
    05 aflResum pic -(4)9.
01 date-finding-line.
    05 filler pic x(6) value "line: ".
    05 dflLine pic Z(5)9.
    05 filler pic x(39)
        value " date is not a calendar date  printed: ".
    05 dflDate pic x(10).
01 rows-finding-line.
    05 filler pic x(26) value "rows valid mismatch  audit".
    05 rowsAudit pic Z(5)9.
    05 filler pic x(8) value " status ".
    05 rowsControl pic Z(5)9.
01 reversed-finding-line.
    05 filler pic x(28) value "rows reversed mismatch audit".
    05 revAudit pic Z(5)9.
    05 filler pic x(8) value " status ".
    05 revControl pic Z(5)9.
01 total-finding-line.
    05 filler pic x(26) value "grand total mismatch audit".
    05 totalAudit pic -(11)9.
    move 0 to auditRows.
    move 0 to auditGrandTotal.
    move 0 to auditFractionTwelfths.
    move 0 to auditReversals.
    move 0 to discrepancyCount.
    move 0 to auditLineNumber.
    move spaces to latestRunTimestamp.
    open input afile.
    if outInputStatus is not equal to "00"
        display "unable to open dataset: "
        write findings-record from findings-trailer
        close findingsFile
        perform printAuditSummary
        perform recordReleaseEntry
        if discrepancyCount is greater than zero
            move 8 to return-code
        else
    end-read.
    if eof-switch is not equal to zero
        add 1 to auditLineNumber
        if afile-record(1:12) is equal to "RUN HEADER: "
            move afile-record(62:21) to latestRunTimestamp
        end-if
        if afile-record is not equal to spaces
            perform classifyAuditRecord
            if valueFlag is equal to 1
                if reversalFlag is equal to 1
                    perform auditReversalRecord
                else
                    add 1 to auditRows
                    add recordValue to auditGrandTotal
                    add recordFraction to auditFractionTwelfths
                    perform normalizeAuditFraction
                        until auditFractionTwelfths is less than 12
                    if arithmeticFlag is equal to 1
                        perform verifyArithmeticRecord
                    else
                        if dateFlag is equal to 1
                            perform verifyDateRecord
                        else
                            perform verifyNumeralRecord
                        end-if
                    end-if
                end-if
            end-if
        end-if
    end-if.

*>Takes one reversal record off the recomputed totals (borrowing a
*>whole unit when its twelfths exceed those accumulated so far) and
*>re-verifies the reversed numeral on its absolute value; a reversed
*>date carries no value and is re-verified as a date
auditReversalRecord.
    add 1 to auditReversals.
    add recordValue to auditGrandTotal.
    if recordFraction is greater than auditFractionTwelfths
        add 12 to auditFractionTwelfths
        subtract 1 from auditGrandTotal
    end-if.
    subtract recordFraction from auditFractionTwelfths.
    compute recordValue = 0 - recordValue.
    if dateFlag is equal to 1
        perform verifyDateRecord
    else
        perform verifyNumeralRecord
    end-if.

*>Carries a full twelve twelfths over into the whole-number total,
*>the same way the converter accumulates its grand total
normalizeAuditFraction.
classifyAuditRecord.
    move 0 to valueFlag.
    move 0 to arithmeticFlag.
    move 0 to reversalFlag.
    move 0 to dateFlag.
    move 0 to recordValue.
    move 0 to recordFraction.
    move spaces to recordNumeral.
        move afile-record(39:30) to recordNumeral
        move function numval(afile-record(72:8)) to recordValue
        move 1 to valueFlag
    else if afile-record(1:5) is equal to "dat: "
        move 1 to dateFlag
        move afile-record(39:30) to recordNumeral
        move afile-record(72:10) to auditIsoDate
        move 1 to valueFlag
    else if afile-record(1:5) is equal to "rvd: "
        move 1 to dateFlag
        move 1 to reversalFlag
        move afile-record(39:30) to recordNumeral
        move afile-record(72:10) to auditIsoDate
        move 1 to valueFlag
    else if afile-record(1:5) is equal to "arc: "
        move "E" to recordRangeCode
        move afile-record(39:60) to recordNumeral
            move function numval(afile-record(111:2)) to recordFraction
        end-if
        move 1 to valueFlag
    else if afile-record(1:5) is equal to "rev: "
        move "E" to recordRangeCode
        move 1 to reversalFlag
        move afile-record(39:60) to recordNumeral
        move function numval(afile-record(102:8)) to recordValue
        if afile-record(113:3) is equal to "/12"
            and afile-record(111:2) is numeric
            move function numval(afile-record(111:2)) to recordFraction
        end-if
        move 1 to valueFlag
    else if afile-record(34:3) is equal to " = "
        and afile-record(57:2) is equal to " ("
        move 1 to arithmeticFlag
        end-if
    end-if.

*>Re-verifies one date record: the printed ISO date must be a real
*>calendar date, and its parts rebuilt through the subprogram must
*>give back the printed day.month.year text
verifyDateRecord.
    perform parseAuditDate.
    if dateValidFlag is equal to zero
        add 1 to discrepancyCount
        move auditLineNumber to dflLine
        move auditIsoDate to dflDate
        write findings-record from date-finding-line
    else
        perform rebuildAuditDate
        move recordNumeral to squeezeInput
        perform squeezeNumeral
        move squeezeOutput to printedSqueezed
        move dateRebuilt to squeezeInput
        perform squeezeNumeral
        move squeezeOutput to rebuiltSqueezed
        if printedSqueezed is not equal to rebuiltSqueezed
            add 1 to discrepancyCount
            move auditLineNumber to nflLine
            move recordNumeral to nflPrinted
            move dateRebuilt to nflRebuilt
            write findings-record from numeral-finding-line
        end-if
    end-if.

*>Takes the printed ISO date (yyyy, yyyy-mm or yyyy-mm-dd) apart into
*>year, month and day, zero where the date stops short
parseAuditDate.
    move 1 to dateValidFlag.
    move 0 to dateYearValue.
    move 0 to dateMonthValue.
    move 0 to dateDayValue.
    if auditIsoDate(1:4) is numeric
        move function numval(auditIsoDate(1:4)) to dateYearValue
    else
        move 0 to dateValidFlag
    end-if.
    if auditIsoDate(5:1) is equal to "-"
        and auditIsoDate(6:2) is numeric
        move function numval(auditIsoDate(6:2)) to dateMonthValue
    end-if.
    if dateMonthValue is equal to zero
        and auditIsoDate(5:6) is not equal to spaces
        move 0 to dateValidFlag
    end-if.
    if dateMonthValue is greater than zero
        and auditIsoDate(8:1) is equal to "-"
        and auditIsoDate(9:2) is numeric
        move function numval(auditIsoDate(9:2)) to dateDayValue
    end-if.
    if dateDayValue is equal to zero
        and auditIsoDate(8:3) is not equal to spaces
        move 0 to dateValidFlag
    end-if.
    if dateValidFlag is equal to 1
        perform checkAuditCalendar
    end-if.

*>Checks the date is a real one: year 1-3999, month 1-12 and the day
*>within its month, allowing 29 February in a leap year
checkAuditCalendar.
    if dateYearValue is less than 1
        or dateYearValue is greater than 3999
        or dateMonthValue is greater than 12
        move 0 to dateValidFlag
    end-if.
    if dateValidFlag is equal to 1
        and dateDayValue is greater than zero
        move monthDays(dateMonthValue) to dateDaysInMonth
        if dateMonthValue is equal to 2
            and function mod(dateYearValue, 4) is equal to zero
            and (function mod(dateYearValue, 100) is not equal to zero
                or function mod(dateYearValue, 400) is equal to zero)
            move 29 to dateDaysInMonth
        end-if
        if dateDayValue is greater than dateDaysInMonth
            move 0 to dateValidFlag
        end-if
    end-if.

*>Rebuilds the day.month.year text from the parts of the printed date
rebuildAuditDate.
    move spaces to dateMonthRebuilt.
    move spaces to dateDayRebuilt.
    move dateYearValue to cnvValue.
    perform rebuildDatePart.
    move cnvNumeral to dateYearRebuilt.
    if dateMonthValue is greater than zero
        move dateMonthValue to cnvValue
        perform rebuildDatePart
        move cnvNumeral to dateMonthRebuilt
    end-if.
    if dateDayValue is greater than zero
        move dateDayValue to cnvValue
        perform rebuildDatePart
        move cnvNumeral to dateDayRebuilt
    end-if.
    move spaces to dateRebuilt.
    if dateDayValue is greater than zero
        string function trim(dateDayRebuilt) delimited by size
              "." delimited by size
              function trim(dateMonthRebuilt) delimited by size
              "." delimited by size
              function trim(dateYearRebuilt) delimited by size
              into dateRebuilt
    else if dateMonthValue is greater than zero
        string function trim(dateMonthRebuilt) delimited by size
              "." delimited by size
              function trim(dateYearRebuilt) delimited by size
              into dateRebuilt
    else
        move dateYearRebuilt to dateRebuilt
    end-if.

*>Rebuilds one date part (value already in cnvValue) under the
*>standard range
rebuildDatePart.
    move "V" to cnvFunctionCode.
    move "S" to cnvRangeCode.
    move spaces to cnvNumeral.
    move 0 to cnvFraction.
    call "romanConvert" using conversion-parameters.

*>Re-sums one arithmetic line from its printed operands and rebuilds
*>the printed result numeral from the printed result value
verifyArithmeticRecord.
                move controlGrandTotal to totalControl
                write findings-record from total-finding-line
            end-if
            if controlRowsReversed is not equal to auditReversals
                add 1 to discrepancyCount
                move auditReversals to revAudit
                move controlRowsReversed to revControl
                write findings-record from reversed-finding-line
            end-if
        end-if
    end-if.

        move 1 to statusFound
        move stsRowsValid to controlRowsValid
        move stsGrandTotal to controlGrandTotal
        if stsRowsReversed is numeric
            move stsRowsReversed to controlRowsReversed
        else
            move 0 to controlRowsReversed
        end-if
    end-if.

*>Prints the audit outcome for the console log
        display "audit clean, findings report written: "
            function trim(findingsFileName)
    end-if.

*>Records the audit outcome in the release register under the
*>dataset's latest run, creating the register on first use
recordReleaseEntry.
    open i-o releaseFile.
    if releaseFileStatus is equal to "35"
        open output releaseFile
        close releaseFile
        open i-o releaseFile
    end-if.
    if releaseFileStatus is not equal to "00"
        display "unable to open release register (status "
            releaseFileStatus "), audit outcome not recorded"
    else
        move outInputName to releaseDataset
        move latestRunTimestamp to releaseRunTimestamp
        read releaseFile
            invalid key
                move spaces to releaseExtractName
                move spaces to releaseExtractTimestamp
                move 0 to releaseExtractRecords
                move space to releaseAckStatus
                move spaces to releaseAckTimestamp
                move 0 to releaseAckAccepted
                move 0 to releaseAckRejected
        end-read
        move outInputName to releaseDataset
        move latestRunTimestamp to releaseRunTimestamp
        if discrepancyCount is greater than zero
            move "F" to releaseAuditResult
        else
            move "P" to releaseAuditResult
        end-if
        move fhTimestamp to releaseAuditTimestamp
        move discrepancyCount to releaseDiscrepancies
        move space to releaseOverrideFlag
        move spaces to releaseOverrideBy
        move spaces to releaseOverrideReason
        move spaces to releaseOverrideTimestamp
        write release-record
            invalid key rewrite release-record
        end-write
        close releaseFile
        display "release register updated: "
            function trim(outInputName) " run " latestRunTimestamp
            " audit " releaseAuditResult
    end-if.
